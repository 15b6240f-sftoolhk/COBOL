       IDENTIFICATION DIVISION.
       PROGRAM-ID. gaugeRR.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One card per gauge R&R study quality wants evaluated this
      *> run. A study not named keeps gathering readings.
           SELECT Study-Card-File ASSIGN TO "GRRSTDY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Card-Status.
      *> Study readings as itemMeasure kept them: several operators
      *> each measuring the same parts several times with the one
      *> gauge. Readings of an evaluated study drop off on the
      *> rewrite; the rest are carried.
           SELECT Study-Reading-File ASSIGN TO "MEASRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reading-Status.
      *> The tolerance band the R&R is judged against: the item's
      *> spec revision in force on the day of the study.
           SELECT Spec-File ASSIGN TO "MEASSPEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Spec-Status.
      *> A gauge failing its study is marked R here, and itemMeasure
      *> rejects its readings the way it rejects an overdue one; a
      *> later passing study clears the mark.
           SELECT Gauge-File ASSIGN TO "GAUGEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Gauge-Status.
           SELECT Study-Report ASSIGN TO "GRRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Study-Card-File.
       01  Study-Card-Rec.
           05 SC-Study-ID     PIC X(6).

       FD  Study-Reading-File.
       01  Study-Reading-Rec.
           05 RR-Study-ID      PIC X(6).
           05 RR-Gauge-ID      PIC X(6).
           05 RR-Item-ID       PIC X(6).
           05 RR-Operator      PIC X(8).
           05 RR-Part          PIC 9(2).
           05 RR-Trial         PIC 9(1).
           05 RR-Measure       PIC 9(5)V9.
           05 RR-Date          PIC X(8).

       FD  Spec-File.
       01  Spec-Record.
           05 Spec-Item-ID     PIC X(6).
           05 Spec-Low-Tol     PIC 9(5)V9.
           05 Spec-High-Tol    PIC 9(5)V9.
           05 Spec-Ecn         PIC X(6).
           05 Spec-Eff-Date    PIC X(8).
           05 Spec-Status      PIC X.

       FD  Gauge-File.
       01  Gauge-Rec.
           05 GM-Gauge-ID      PIC X(6).
           05 GM-Description   PIC X(20).
           05 GM-Cal-Due       PIC X(8).
           05 GM-Status        PIC X.

       FD  Study-Report.
       01  Study-Report-Line   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Card-Status       PIC XX.
       01  WS-Reading-Status    PIC XX.
       01  WS-Spec-Status       PIC XX.
       01  WS-Gauge-Status      PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Study-Count       PIC 9(2) VALUE ZERO.
       01  WS-Reading-Count     PIC 9(4) VALUE ZERO.
       01  WS-Spec-Count        PIC 9(3) VALUE ZERO.
       01  WS-Gauge-Count       PIC 9(3) VALUE ZERO.
       01  WS-Gauge-Found       PIC X VALUE 'N'.
       01  WS-Gauge-Changed     PIC X VALUE 'N'.
       01  WS-Evaluated-Count   PIC 9(3) VALUE ZERO.
       01  WS-Failed-Count      PIC 9(3) VALUE ZERO.
       01  WS-Held-Count        PIC 9(3) VALUE ZERO.
       01  WS-Sub               PIC 9(4).
       01  WS-Op-Sub            PIC 9(2).
       01  WS-Part-Sub          PIC 9(2).
       01  WS-Trial-Sub         PIC 9(2).
       01  WS-Spec-Sub          PIC 9(3).
       01  WS-Lookup-Item       PIC X(6).
       01  WS-Lookup-Date       PIC X(8).
       01  WS-Sel-Found         PIC X VALUE 'N'.
       01  WS-Sel-Eff-Date      PIC X(8).
       01  WS-Sel-Status        PIC X.
       01  WS-Sel-Low-Tol       PIC 9(5)V9.
       01  WS-Sel-High-Tol      PIC 9(5)V9.
      *> A study at or under the first percentage of the tolerance
      *> band is acceptable, at or under the second marginal but
      *> passed; above it the gauge fails.
       01  WS-Accept-Pct        PIC 9(3)V9 VALUE 10.0.
       01  WS-Fail-Pct          PIC 9(3)V9 VALUE 30.0.
      *> Spread of the study variation counted against the band:
      *> six standard deviations.
       01  WS-Sigma-Spread      PIC 9 VALUE 6.

      *> The study being evaluated.
       01  WS-Study-ID          PIC X(6).
       01  WS-Study-Gauge       PIC X(6).
       01  WS-Study-Item        PIC X(6).
       01  WS-Study-Date        PIC X(8).
       01  WS-Study-Problem     PIC X(30).
       01  WS-Study-Readings    PIC 9(4).
       01  WS-Op-Count          PIC 9(2).
       01  WS-Part-Count        PIC 9(2).
       01  WS-Trial-Count       PIC 9(2).
       01  WS-Verdict           PIC X(10).
       01  WS-Band              PIC 9(5)V9.
       01  WS-Cell-High         PIC 9(5)V9.
       01  WS-Cell-Low          PIC 9(5)V9.
       01  WS-Rbar-Sum          PIC 9(7)V9999.
       01  WS-Rbar-Bar          PIC 9(5)V9999.
       01  WS-Xbar-High         PIC 9(5)V9999.
       01  WS-Xbar-Low          PIC 9(5)V9999.
       01  WS-Xbar-Diff         PIC 9(5)V9999.
       01  WS-EV                PIC 9(5)V9999.
       01  WS-AV                PIC 9(5)V9999.
       01  WS-GRR               PIC 9(5)V9999.
       01  WS-AV-Squared        PIC S9(9)V9(8).
       01  WS-GRR-Squared       PIC 9(9)V9(8).
       01  WS-Pct-EV            PIC 9(5)V9.
       01  WS-Pct-AV            PIC 9(5)V9.
       01  WS-Pct-GRR           PIC 9(5)V9.

      *> Average-and-range constants: K1 by number of trials, K2 by
      *> number of operators (1/d2*), two to five of each.
       01  K-Table-Values.
           05 FILLER PIC 9V9999 VALUE 0.8862.
           05 FILLER PIC 9V9999 VALUE 0.5908.
           05 FILLER PIC 9V9999 VALUE 0.4857.
           05 FILLER PIC 9V9999 VALUE 0.4299.
           05 FILLER PIC 9V9999 VALUE 0.7071.
           05 FILLER PIC 9V9999 VALUE 0.5231.
           05 FILLER PIC 9V9999 VALUE 0.4467.
           05 FILLER PIC 9V9999 VALUE 0.4030.
       01  K-Table REDEFINES K-Table-Values.
           05 K1-Factor   PIC 9V9999 OCCURS 4 TIMES.
           05 K2-Factor   PIC 9V9999 OCCURS 4 TIMES.

      *> Studies named on the cards.
       01  Study-Table.
           05 Study-Entry OCCURS 0 TO 50 TIMES
                  DEPENDING ON WS-Study-Count
                  INDEXED BY Study-Idx.
              10 ST-Study-ID    PIC X(6).

      *> Every study reading on file, marked done when its study is
      *> evaluated.
       01  Reading-Table.
           05 Reading-Entry OCCURS 0 TO 3000 TIMES
                  DEPENDING ON WS-Reading-Count
                  INDEXED BY Read-Idx.
              10 RT-Study-ID    PIC X(6).
              10 RT-Gauge-ID    PIC X(6).
              10 RT-Item-ID     PIC X(6).
              10 RT-Operator    PIC X(8).
              10 RT-Part        PIC 9(2).
              10 RT-Trial       PIC 9(1).
              10 RT-Measure     PIC 9(5)V9.
              10 RT-Date        PIC X(8).
              10 RT-Done        PIC X.

      *> One study laid out operator by part by trial.
       01  Study-Grid.
           05 Grid-Op OCCURS 5 TIMES.
              10 GO-Operator    PIC X(8).
              10 GO-Sum         PIC 9(7)V9.
              10 GO-Range-Sum   PIC 9(7)V9.
              10 GO-Xbar        PIC 9(5)V9999.
              10 GO-Rbar        PIC 9(5)V9999.
              10 Grid-Part OCCURS 15 TIMES.
                 15 Grid-Trial OCCURS 5 TIMES.
                    20 GC-Filled   PIC X.
                    20 GC-Measure  PIC 9(5)V9.
       01  Part-Table.
           05 PT-Part           PIC 9(2) OCCURS 15 TIMES.

       01  Spec-Table.
           05 Spec-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Spec-Count
                  INDEXED BY Spec-Idx.
              10 SP-Item-ID    PIC X(6).
              10 SP-Low-Tol    PIC 9(5)V9.
              10 SP-High-Tol   PIC 9(5)V9.
              10 SP-Eff-Date   PIC X(8).
              10 SP-Status     PIC X.

      *> Gauge master held while study results mark it.
       01  Gauge-Table.
           05 Gauge-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Gauge-Count
                  INDEXED BY Gauge-Idx.
              10 GT-Gauge-ID    PIC X(6).
              10 GT-Description PIC X(20).
              10 GT-Cal-Due     PIC X(8).
              10 GT-Status      PIC X.

       01  WS-Study-Heading.
           05 FILLER            PIC X(16) VALUE 'GAUGE R&R STUDY '.
           05 SH-Study-ID       PIC X(6).
           05 FILLER            PIC X(7) VALUE ' GAUGE '.
           05 SH-Gauge-ID       PIC X(6).
           05 FILLER            PIC X(6) VALUE ' ITEM '.
           05 SH-Item-ID        PIC X(6).
           05 FILLER            PIC X(6) VALUE ' DATE '.
           05 SH-Date           PIC X(8).
       01  WS-Study-Layout.
           05 FILLER            PIC X(7) VALUE '  SPEC '.
           05 SL-Low-Tol        PIC Z(4)9.9.
           05 FILLER            PIC X(4) VALUE ' TO '.
           05 SL-High-Tol       PIC Z(4)9.9.
           05 FILLER            PIC X(7) VALUE ' BAND '.
           05 SL-Band           PIC Z(4)9.9.
           05 FILLER            PIC X(7) VALUE ' PARTS '.
           05 SL-Parts          PIC Z9.
           05 FILLER            PIC X(8) VALUE ' TRIALS '.
           05 SL-Trials         PIC 9.
           05 FILLER            PIC X(11) VALUE ' OPERATORS '.
           05 SL-Operators      PIC 9.
       01  WS-Operator-Line.
           05 FILLER            PIC X(11) VALUE '  OPERATOR '.
           05 OL-Operator       PIC X(8).
           05 FILLER            PIC X(9) VALUE ' AVERAGE '.
           05 OL-Xbar           PIC Z(4)9.9999.
           05 FILLER            PIC X(11) VALUE ' AVG RANGE '.
           05 OL-Rbar           PIC Z(4)9.9999.
       01  WS-Result-Line.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RL-Label          PIC X(22).
           05 RL-Value          PIC Z(4)9.9999.
           05 FILLER            PIC X VALUE SPACE.
           05 RL-Pct            PIC Z(4)9.9.
           05 FILLER            PIC X(15) VALUE '% OF TOLERANCE'.
       01  WS-Verdict-Line.
           05 FILLER            PIC X(9) VALUE '  RESULT '.
           05 VL-Verdict        PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 VL-Note           PIC X(40).
       01  WS-Not-Evaluated-Line.
           05 FILLER            PIC X(18) VALUE '  NOT EVALUATED - '.
           05 NE-Reason         PIC X(30).
       01  WS-Blank-Line        PIC X(80) VALUE SPACES.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'GAUGERR'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'GAUGERR'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0100-Read-Study-Cards.
           PERFORM 0200-Load-Gauge-Master.
           PERFORM 0300-Load-Spec-Table.
           PERFORM 0400-Load-Study-Readings.
           OPEN OUTPUT Study-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'GRRRPT OPEN FAILED, STATUS=' WS-Report-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM VARYING Study-Idx FROM 1 BY 1
                   UNTIL Study-Idx > WS-Study-Count
               MOVE ST-Study-ID (Study-Idx) TO WS-Study-ID
               PERFORM 1000-Evaluate-Study
           END-PERFORM.
           CLOSE Study-Report.
           PERFORM 3000-Rewrite-Study-Readings.
           IF WS-Gauge-Changed = 'Y'
               PERFORM 3100-Rewrite-Gauge-Master
           END-IF.
           IF WS-Failed-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'GAUGES FAILED R&R STUDY' TO RLP-Message
               MOVE WS-Failed-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           IF WS-Held-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'R&R STUDIES NOT EVALUATED' TO RLP-Message
               MOVE WS-Held-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           DISPLAY 'R&R STUDIES EVALUATED: ' WS-Evaluated-Count
               ' GAUGES FAILED: ' WS-Failed-Count
               ' NOT EVALUATED: ' WS-Held-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       0100-Read-Study-Cards.
           OPEN INPUT Study-Card-File.
           IF WS-Card-Status NOT = '00'
               DISPLAY 'GRRSTDY OPEN FAILED, STATUS=' WS-Card-Status
               MOVE 69 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           READ Study-Card-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF SC-Study-ID NOT = SPACES
                   IF WS-Study-Count >= 50
                       DISPLAY 'STUDY TABLE FULL, NOT EVALUATED: '
                           SC-Study-ID
                   ELSE
                       ADD 1 TO WS-Study-Count
                       MOVE SC-Study-ID TO ST-Study-ID (WS-Study-Count)
                   END-IF
               END-IF
               READ Study-Card-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Study-Card-File.
           IF WS-Study-Count = ZERO
               DISPLAY 'NO STUDY NAMED ON GRRSTDY - NOTHING TO DO'
               MOVE 69 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

      *> A partial load followed by the rewrite would truncate the
      *> gauge master - refuse instead and leave it untouched.
       0200-Load-Gauge-Master.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Gauge-File.
           IF WS-Gauge-Status NOT = '00'
               DISPLAY 'GAUGEMST OPEN FAILED, STATUS='
                   WS-Gauge-Status
               MOVE 69 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           READ Gauge-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y' OR WS-Gauge-Count >= 100
               ADD 1 TO WS-Gauge-Count
               MOVE GM-Gauge-ID TO GT-Gauge-ID (WS-Gauge-Count)
               MOVE GM-Description
                   TO GT-Description (WS-Gauge-Count)
               MOVE GM-Cal-Due  TO GT-Cal-Due (WS-Gauge-Count)
               MOVE GM-Status   TO GT-Status (WS-Gauge-Count)
               READ Gauge-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Gauge-File.
           IF WS-Eof-Switch = 'N'
               DISPLAY 'GAUGEMST EXCEEDS ' WS-Gauge-Count
                   ' RECORDS - RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'GAUGE MASTER OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-Gauge-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       0300-Load-Spec-Table.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Spec-File.
           IF WS-Spec-Status = '00'
               READ Spec-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                       OR WS-Spec-Count >= 200
                   ADD 1 TO WS-Spec-Count
                   MOVE Spec-Item-ID  TO SP-Item-ID (WS-Spec-Count)
                   MOVE Spec-Low-Tol  TO SP-Low-Tol (WS-Spec-Count)
                   MOVE Spec-High-Tol TO SP-High-Tol (WS-Spec-Count)
                   MOVE Spec-Eff-Date TO SP-Eff-Date (WS-Spec-Count)
                   MOVE Spec-Status   TO SP-Status (WS-Spec-Count)
                   READ Spec-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Spec-File
           END-IF.

      *> MEASRR is rewritten at the end with every reading not yet
      *> evaluated; one the table could not hold would be lost with
      *> it, so the run is refused instead.
       0400-Load-Study-Readings.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Study-Reading-File.
           IF WS-Reading-Status = '00'
               READ Study-Reading-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF WS-Reading-Count >= 3000
                       DISPLAY 'MEASRR EXCEEDS ' WS-Reading-Count
                           ' READINGS - RUN REFUSED'
                       MOVE 'E' TO RLP-Severity
                       MOVE 'STUDY READINGS OVERFLOW TABLE'
                           TO RLP-Message
                       MOVE WS-Reading-Count TO RLP-Count
                       MOVE 96 TO RLP-Return-Code
                       CALL 'runLog' USING Run-Log-Parms
                       MOVE 96 TO RETURN-CODE
                       PERFORM 9000-End-Run-Control
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-Reading-Count
                   SET Read-Idx TO WS-Reading-Count
                   MOVE RR-Study-ID  TO RT-Study-ID (Read-Idx)
                   MOVE RR-Gauge-ID  TO RT-Gauge-ID (Read-Idx)
                   MOVE RR-Item-ID   TO RT-Item-ID (Read-Idx)
                   MOVE RR-Operator  TO RT-Operator (Read-Idx)
                   MOVE RR-Part      TO RT-Part (Read-Idx)
                   MOVE RR-Trial     TO RT-Trial (Read-Idx)
                   MOVE RR-Measure   TO RT-Measure (Read-Idx)
                   MOVE RR-Date      TO RT-Date (Read-Idx)
                   MOVE 'N'          TO RT-Done (Read-Idx)
                   READ Study-Reading-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Study-Reading-File
           END-IF.

      *> A study is evaluated only when it is complete and balanced:
      *> one gauge on one item, every operator measuring every part
      *> the same number of times. Anything short of that is
      *> reported and its readings carried to the next run.
       1000-Evaluate-Study.
           MOVE SPACES TO WS-Study-Problem.
           MOVE SPACES TO WS-Study-Gauge.
           MOVE SPACES TO WS-Study-Item.
           MOVE LOW-VALUES TO WS-Study-Date.
           MOVE ZERO TO WS-Study-Readings.
           MOVE ZERO TO WS-Op-Count.
           MOVE ZERO TO WS-Part-Count.
           MOVE ZERO TO WS-Trial-Count.
           INITIALIZE Study-Grid.
           INITIALIZE Part-Table.
           PERFORM VARYING Read-Idx FROM 1 BY 1
                   UNTIL Read-Idx > WS-Reading-Count
               IF RT-Study-ID (Read-Idx) = WS-Study-ID
                   PERFORM 1100-Place-Reading
               END-IF
           END-PERFORM.
           IF WS-Study-Problem = SPACES
               PERFORM 1200-Check-Study-Complete
           END-IF.
           IF WS-Study-Problem = SPACES
               MOVE WS-Study-Item TO WS-Lookup-Item
               MOVE WS-Study-Date TO WS-Lookup-Date
               PERFORM 1300-Select-Spec-Version
               IF WS-Sel-Found = 'N'
                    OR WS-Sel-High-Tol NOT > WS-Sel-Low-Tol
                   MOVE 'NO SPEC IN FORCE' TO WS-Study-Problem
               END-IF
           END-IF.
           MOVE WS-Study-ID    TO SH-Study-ID.
           MOVE WS-Study-Gauge TO SH-Gauge-ID.
           MOVE WS-Study-Item  TO SH-Item-ID.
           IF WS-Study-Date = LOW-VALUES
               MOVE SPACES TO SH-Date
           ELSE
               MOVE WS-Study-Date TO SH-Date
           END-IF.
           WRITE Study-Report-Line FROM WS-Study-Heading.
           IF WS-Study-Problem NOT = SPACES
               MOVE WS-Study-Problem TO NE-Reason
               WRITE Study-Report-Line FROM WS-Not-Evaluated-Line
               WRITE Study-Report-Line FROM WS-Blank-Line
               ADD 1 TO WS-Held-Count
           ELSE
               PERFORM 2000-Compute-Study
               PERFORM 2100-Write-Study-Results
               PERFORM 2200-Mark-Gauge
               PERFORM VARYING Read-Idx FROM 1 BY 1
                       UNTIL Read-Idx > WS-Reading-Count
                   IF RT-Study-ID (Read-Idx) = WS-Study-ID
                       MOVE 'Y' TO RT-Done (Read-Idx)
                   END-IF
               END-PERFORM
               ADD 1 TO WS-Evaluated-Count
           END-IF.

       1100-Place-Reading.
           ADD 1 TO WS-Study-Readings.
           IF WS-Study-Gauge = SPACES
               MOVE RT-Gauge-ID (Read-Idx) TO WS-Study-Gauge
               MOVE RT-Item-ID (Read-Idx)  TO WS-Study-Item
           END-IF.
           IF RT-Date (Read-Idx) > WS-Study-Date
               MOVE RT-Date (Read-Idx) TO WS-Study-Date
           END-IF.
           IF RT-Gauge-ID (Read-Idx) NOT = WS-Study-Gauge
                OR RT-Item-ID (Read-Idx) NOT = WS-Study-Item
               MOVE 'MIXED GAUGES OR ITEMS' TO WS-Study-Problem
           END-IF.
           IF RT-Trial (Read-Idx) > 5
               MOVE 'MORE THAN 5 TRIALS' TO WS-Study-Problem
           END-IF.
           IF WS-Study-Problem = SPACES
               PERFORM VARYING WS-Op-Sub FROM 1 BY 1
                       UNTIL WS-Op-Sub > WS-Op-Count
                       OR GO-Operator (WS-Op-Sub) =
                          RT-Operator (Read-Idx)
                   CONTINUE
               END-PERFORM
               IF WS-Op-Sub > WS-Op-Count
                   IF WS-Op-Count >= 5
                       MOVE 'MORE THAN 5 OPERATORS'
                           TO WS-Study-Problem
                   ELSE
                       ADD 1 TO WS-Op-Count
                       MOVE RT-Operator (Read-Idx)
                           TO GO-Operator (WS-Op-Count)
                   END-IF
               END-IF
           END-IF.
           IF WS-Study-Problem = SPACES
               PERFORM VARYING WS-Part-Sub FROM 1 BY 1
                       UNTIL WS-Part-Sub > WS-Part-Count
                       OR PT-Part (WS-Part-Sub) = RT-Part (Read-Idx)
                   CONTINUE
               END-PERFORM
               IF WS-Part-Sub > WS-Part-Count
                   IF WS-Part-Count >= 15
                       MOVE 'MORE THAN 15 PARTS' TO WS-Study-Problem
                   ELSE
                       ADD 1 TO WS-Part-Count
                       MOVE RT-Part (Read-Idx)
                           TO PT-Part (WS-Part-Count)
                   END-IF
               END-IF
           END-IF.
           IF WS-Study-Problem = SPACES
               MOVE RT-Trial (Read-Idx) TO WS-Trial-Sub
               IF WS-Trial-Sub > WS-Trial-Count
                   MOVE WS-Trial-Sub TO WS-Trial-Count
               END-IF
               IF GC-Filled (WS-Op-Sub WS-Part-Sub WS-Trial-Sub)
                       = 'Y'
                   MOVE 'DUPLICATE READING' TO WS-Study-Problem
               ELSE
                   MOVE 'Y' TO
                       GC-Filled (WS-Op-Sub WS-Part-Sub WS-Trial-Sub)
                   MOVE RT-Measure (Read-Idx) TO
                       GC-Measure (WS-Op-Sub WS-Part-Sub WS-Trial-Sub)
               END-IF
           END-IF.

       1200-Check-Study-Complete.
           EVALUATE TRUE
               WHEN WS-Study-Readings = ZERO
                   MOVE 'NO READINGS FOR STUDY' TO WS-Study-Problem
               WHEN WS-Op-Count < 2
                   MOVE 'FEWER THAN 2 OPERATORS' TO WS-Study-Problem
               WHEN WS-Part-Count < 2
                   MOVE 'FEWER THAN 2 PARTS' TO WS-Study-Problem
               WHEN WS-Trial-Count < 2
                   MOVE 'FEWER THAN 2 TRIALS' TO WS-Study-Problem
           END-EVALUATE.
           IF WS-Study-Problem = SPACES
               PERFORM VARYING WS-Op-Sub FROM 1 BY 1
                       UNTIL WS-Op-Sub > WS-Op-Count
                   PERFORM VARYING WS-Part-Sub FROM 1 BY 1
                           UNTIL WS-Part-Sub > WS-Part-Count
                       PERFORM VARYING WS-Trial-Sub FROM 1 BY 1
                               UNTIL WS-Trial-Sub > WS-Trial-Count
                           IF GC-Filled (WS-Op-Sub WS-Part-Sub
                                   WS-Trial-Sub) NOT = 'Y'
                               MOVE 'READINGS MISSING'
                                   TO WS-Study-Problem
                           END-IF
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
           END-IF.

      *> The spec revision in force on the study date, the same
      *> selection rule itemMeasure applies; an obsolete latest
      *> revision means the item had no spec then.
       1300-Select-Spec-Version.
           MOVE 'N' TO WS-Sel-Found.
           MOVE LOW-VALUES TO WS-Sel-Eff-Date.
           PERFORM VARYING WS-Spec-Sub FROM 1 BY 1
                   UNTIL WS-Spec-Sub > WS-Spec-Count
               IF SP-Item-ID (WS-Spec-Sub) = WS-Lookup-Item
                    AND SP-Eff-Date (WS-Spec-Sub) NOT > WS-Lookup-Date
                    AND SP-Eff-Date (WS-Spec-Sub)
                        NOT < WS-Sel-Eff-Date
                   MOVE SP-Eff-Date (WS-Spec-Sub) TO WS-Sel-Eff-Date
                   MOVE SP-Status (WS-Spec-Sub)   TO WS-Sel-Status
                   MOVE SP-Low-Tol (WS-Spec-Sub)  TO WS-Sel-Low-Tol
                   MOVE SP-High-Tol (WS-Spec-Sub) TO WS-Sel-High-Tol
                   MOVE 'Y' TO WS-Sel-Found
               END-IF
           END-PERFORM.
           IF WS-Sel-Found = 'Y' AND WS-Sel-Status = 'O'
               MOVE 'N' TO WS-Sel-Found
           END-IF.

      *> Average-and-range method. Repeatability (equipment
      *> variation) from the average of each operator's part
      *> ranges; reproducibility (appraiser variation) from the
      *> spread of the operator averages, less the share of it
      *> repeatability already explains; R&R combines the two.
       2000-Compute-Study.
           MOVE ZERO TO WS-Rbar-Sum.
           MOVE ZERO TO WS-Xbar-High.
           MOVE 99999.9999 TO WS-Xbar-Low.
           PERFORM VARYING WS-Op-Sub FROM 1 BY 1
                   UNTIL WS-Op-Sub > WS-Op-Count
               PERFORM VARYING WS-Part-Sub FROM 1 BY 1
                       UNTIL WS-Part-Sub > WS-Part-Count
                   MOVE ZERO TO WS-Cell-High
                   MOVE 99999.9 TO WS-Cell-Low
                   PERFORM VARYING WS-Trial-Sub FROM 1 BY 1
                           UNTIL WS-Trial-Sub > WS-Trial-Count
                       ADD GC-Measure (WS-Op-Sub WS-Part-Sub
                           WS-Trial-Sub) TO GO-Sum (WS-Op-Sub)
                       IF GC-Measure (WS-Op-Sub WS-Part-Sub
                               WS-Trial-Sub) > WS-Cell-High
                           MOVE GC-Measure (WS-Op-Sub WS-Part-Sub
                               WS-Trial-Sub) TO WS-Cell-High
                       END-IF
                       IF GC-Measure (WS-Op-Sub WS-Part-Sub
                               WS-Trial-Sub) < WS-Cell-Low
                           MOVE GC-Measure (WS-Op-Sub WS-Part-Sub
                               WS-Trial-Sub) TO WS-Cell-Low
                       END-IF
                   END-PERFORM
                   COMPUTE GO-Range-Sum (WS-Op-Sub) =
                       GO-Range-Sum (WS-Op-Sub)
                       + WS-Cell-High - WS-Cell-Low
               END-PERFORM
               COMPUTE GO-Xbar (WS-Op-Sub) ROUNDED =
                   GO-Sum (WS-Op-Sub)
                   / (WS-Part-Count * WS-Trial-Count)
               COMPUTE GO-Rbar (WS-Op-Sub) ROUNDED =
                   GO-Range-Sum (WS-Op-Sub) / WS-Part-Count
               ADD GO-Rbar (WS-Op-Sub) TO WS-Rbar-Sum
               IF GO-Xbar (WS-Op-Sub) > WS-Xbar-High
                   MOVE GO-Xbar (WS-Op-Sub) TO WS-Xbar-High
               END-IF
               IF GO-Xbar (WS-Op-Sub) < WS-Xbar-Low
                   MOVE GO-Xbar (WS-Op-Sub) TO WS-Xbar-Low
               END-IF
           END-PERFORM.
           COMPUTE WS-Rbar-Bar ROUNDED = WS-Rbar-Sum / WS-Op-Count.
           COMPUTE WS-Xbar-Diff = WS-Xbar-High - WS-Xbar-Low.
           COMPUTE WS-EV ROUNDED =
               WS-Rbar-Bar * K1-Factor (WS-Trial-Count - 1).
           COMPUTE WS-AV-Squared =
               (WS-Xbar-Diff * K2-Factor (WS-Op-Count - 1))
               * (WS-Xbar-Diff * K2-Factor (WS-Op-Count - 1))
               - WS-EV * WS-EV / (WS-Part-Count * WS-Trial-Count).
           IF WS-AV-Squared > ZERO
               COMPUTE WS-AV ROUNDED = WS-AV-Squared ** 0.5
           ELSE
               MOVE ZERO TO WS-AV
           END-IF.
           COMPUTE WS-GRR-Squared = WS-EV * WS-EV + WS-AV * WS-AV.
           COMPUTE WS-GRR ROUNDED = WS-GRR-Squared ** 0.5.
           COMPUTE WS-Band = WS-Sel-High-Tol - WS-Sel-Low-Tol.
           COMPUTE WS-Pct-EV ROUNDED =
               WS-Sigma-Spread * WS-EV * 100 / WS-Band
               ON SIZE ERROR MOVE 9999.9 TO WS-Pct-EV
           END-COMPUTE.
           COMPUTE WS-Pct-AV ROUNDED =
               WS-Sigma-Spread * WS-AV * 100 / WS-Band
               ON SIZE ERROR MOVE 9999.9 TO WS-Pct-AV
           END-COMPUTE.
           COMPUTE WS-Pct-GRR ROUNDED =
               WS-Sigma-Spread * WS-GRR * 100 / WS-Band
               ON SIZE ERROR MOVE 9999.9 TO WS-Pct-GRR
           END-COMPUTE.
           EVALUATE TRUE
               WHEN WS-Pct-GRR NOT > WS-Accept-Pct
                   MOVE 'ACCEPTABLE' TO WS-Verdict
               WHEN WS-Pct-GRR NOT > WS-Fail-Pct
                   MOVE 'MARGINAL' TO WS-Verdict
               WHEN OTHER
                   MOVE 'FAILED' TO WS-Verdict
           END-EVALUATE.

       2100-Write-Study-Results.
           MOVE WS-Sel-Low-Tol  TO SL-Low-Tol.
           MOVE WS-Sel-High-Tol TO SL-High-Tol.
           MOVE WS-Band         TO SL-Band.
           MOVE WS-Part-Count   TO SL-Parts.
           MOVE WS-Trial-Count  TO SL-Trials.
           MOVE WS-Op-Count     TO SL-Operators.
           WRITE Study-Report-Line FROM WS-Study-Layout.
           PERFORM VARYING WS-Op-Sub FROM 1 BY 1
                   UNTIL WS-Op-Sub > WS-Op-Count
               MOVE GO-Operator (WS-Op-Sub) TO OL-Operator
               MOVE GO-Xbar (WS-Op-Sub)     TO OL-Xbar
               MOVE GO-Rbar (WS-Op-Sub)     TO OL-Rbar
               WRITE Study-Report-Line FROM WS-Operator-Line
           END-PERFORM.
           MOVE 'REPEATABILITY   (EV) ' TO RL-Label.
           MOVE WS-EV     TO RL-Value.
           MOVE WS-Pct-EV TO RL-Pct.
           WRITE Study-Report-Line FROM WS-Result-Line.
           MOVE 'REPRODUCIBILITY (AV) ' TO RL-Label.
           MOVE WS-AV     TO RL-Value.
           MOVE WS-Pct-AV TO RL-Pct.
           WRITE Study-Report-Line FROM WS-Result-Line.
           MOVE 'GAUGE R&R      (GRR) ' TO RL-Label.
           MOVE WS-GRR     TO RL-Value.
           MOVE WS-Pct-GRR TO RL-Pct.
           WRITE Study-Report-Line FROM WS-Result-Line.

      *> A gauge already out of tolerance keeps that mark; the
      *> calibration lab clears it, not a study.
       2200-Mark-Gauge.
           MOVE 'N' TO WS-Gauge-Found.
           SET Gauge-Idx TO 1.
           SEARCH Gauge-Entry
               AT END CONTINUE
               WHEN GT-Gauge-ID (Gauge-Idx) = WS-Study-Gauge
                   MOVE 'Y' TO WS-Gauge-Found
           END-SEARCH.
           MOVE SPACES TO VL-Note.
           EVALUATE TRUE
               WHEN WS-Gauge-Found = 'N'
                   MOVE 'GAUGE NOT ON GAUGEMST' TO VL-Note
               WHEN WS-Verdict = 'FAILED'
                    AND GT-Status (Gauge-Idx) NOT = 'T'
                   MOVE 'R' TO GT-Status (Gauge-Idx)
                   MOVE 'Y' TO WS-Gauge-Changed
                   MOVE 'GAUGE MARKED FAILED ON GAUGEMST' TO VL-Note
               WHEN WS-Verdict NOT = 'FAILED'
                    AND GT-Status (Gauge-Idx) = 'R'
                   MOVE SPACE TO GT-Status (Gauge-Idx)
                   MOVE 'Y' TO WS-Gauge-Changed
                   MOVE 'EARLIER R&R FAILURE CLEARED' TO VL-Note
           END-EVALUATE.
           IF WS-Verdict = 'FAILED'
               ADD 1 TO WS-Failed-Count
           END-IF.
           MOVE WS-Verdict TO VL-Verdict.
           WRITE Study-Report-Line FROM WS-Verdict-Line.
           WRITE Study-Report-Line FROM WS-Blank-Line.

       3000-Rewrite-Study-Readings.
           OPEN OUTPUT Study-Reading-File.
           PERFORM VARYING Read-Idx FROM 1 BY 1
                   UNTIL Read-Idx > WS-Reading-Count
               IF RT-Done (Read-Idx) = 'N'
                   MOVE RT-Study-ID (Read-Idx)  TO RR-Study-ID
                   MOVE RT-Gauge-ID (Read-Idx)  TO RR-Gauge-ID
                   MOVE RT-Item-ID (Read-Idx)   TO RR-Item-ID
                   MOVE RT-Operator (Read-Idx)  TO RR-Operator
                   MOVE RT-Part (Read-Idx)      TO RR-Part
                   MOVE RT-Trial (Read-Idx)     TO RR-Trial
                   MOVE RT-Measure (Read-Idx)   TO RR-Measure
                   MOVE RT-Date (Read-Idx)      TO RR-Date
                   WRITE Study-Reading-Rec
               END-IF
           END-PERFORM.
           CLOSE Study-Reading-File.

       3100-Rewrite-Gauge-Master.
           OPEN OUTPUT Gauge-File.
           PERFORM VARYING Gauge-Idx FROM 1 BY 1
                   UNTIL Gauge-Idx > WS-Gauge-Count
               MOVE GT-Gauge-ID (Gauge-Idx)    TO GM-Gauge-ID
               MOVE GT-Description (Gauge-Idx) TO GM-Description
               MOVE GT-Cal-Due (Gauge-Idx)     TO GM-Cal-Due
               MOVE GT-Status (Gauge-Idx)      TO GM-Status
               WRITE Gauge-Rec
           END-PERFORM.
           CLOSE Gauge-File.

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
           MOVE WS-Evaluated-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
