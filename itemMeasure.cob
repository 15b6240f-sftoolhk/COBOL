           SELECT Gauge-Due-List ASSIGN TO "GAUGEDUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Gauge-Due-Status.
      *> Which gauge measured which item on which day, and for a
      *> lot-tagged reading which lot, kept so a gauge later found
      *> out of tolerance can have every item it touched flagged
      *> after the fact, and a shipped lot's certificate can name
      *> its gauges.
           SELECT Gauge-Usage-File ASSIGN TO "MEASGUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Gauge-Usage-Status.
      *> Readings tagged with a lot - a receiving-inspection sample
      *> or a production lot - kept per lot with whether each piece
      *> was in spec, so qcRelease can judge a held receipt on its
      *> own pieces against the sampling plan, and lotCert can
      *> certify a shipped lot from its own measurements.
           SELECT Lot-Reading-File ASSIGN TO "MEASLOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lot-Reading-Status.
      *> An item with production readings out of tolerance in the
      *> batch opens a nonconformance through ncrMaint. Receiving
      *> samples are left to qcRelease, whose rejected lot opens one.
           SELECT NCR-Event-File ASSIGN TO "NCREVENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCR-Event-Status.
      *> Study readings are kept apart for gaugeRR and never reach
      *> the tolerance check, the statistics or the lot trail.
           SELECT Study-Reading-File ASSIGN TO "MEASRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Study-Reading-Status.

       DATA DIVISION.
       FILE SECTION.
      *> The instrument that took the reading; the edit validates
      *> the gauge the same way it validates the value.
           05 Meas-Gauge-ID      PIC X(6).
      *> The receipt a sample piece came from, as printed on
      *> poReceive's inspection instruction, and its lot; a
      *> production reading carries its lot with no PO, an untracked
      *> one neither. A pre-change file carries spaces here.
           05 Meas-PO-Text       PIC X(6).
           05 Meas-PO-Number REDEFINES Meas-PO-Text PIC 9(6).
           05 Meas-Lot           PIC X(8).
      *> A gauge R&R study reading: the study, the operator taking
      *> it, which of the study's parts and which trial. Spaces on
      *> an ordinary reading.
           05 Meas-Study-ID      PIC X(6).
           05 Meas-Operator      PIC X(8).
           05 Meas-Part-Text     PIC X(2).
           05 Meas-Part REDEFINES Meas-Part-Text PIC 9(2).
           05 Meas-Trial-Text    PIC X(1).
           05 Meas-Trial REDEFINES Meas-Trial-Text PIC 9(1).
       01  Measurement-Trailer.
           COPY TRAILER.

           05 GU-Gauge-ID      PIC X(6).
           05 GU-Item-ID       PIC X(6).
           05 GU-Date          PIC X(8).
           05 GU-Lot           PIC X(8).

      *> Result G in spec, B out of spec, U no spec in effect to
      *> judge the piece against.
       FD  Lot-Reading-File.
       01  Lot-Reading-Rec.
           05 ML-PO-Number     PIC 9(6).
           05 ML-Item-ID       PIC X(6).
           05 ML-Lot           PIC X(8).
           05 ML-Measure       PIC 9(5)V9.
           05 ML-Date          PIC X(8).
           05 ML-Result        PIC X.
              88 ML-Is-Good       VALUE 'G'.
              88 ML-Is-Bad        VALUE 'B'.
              88 ML-Is-Unjudged   VALUE 'U'.

       FD  NCR-Event-File.
       01  NCR-Event-Rec.
           COPY NCREVENT.

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

       FD  Error-List.
       01  Error-List-Line.
       01  WS-Gauge-Status      PIC XX.
       01  WS-Gauge-Due-Status  PIC XX.
       01  WS-Gauge-Usage-Status PIC XX.
       01  WS-Lot-Reading-Status PIC XX.
       01  WS-Lot-Reading-Count PIC 9(5) VALUE ZERO.
       01  WS-Study-Reading-Status PIC XX.
       01  WS-Study-Reading-Count PIC 9(5) VALUE ZERO.
       01  WS-Gauge-Eof         PIC X VALUE 'N'.
       01  WS-Gauge-Count       PIC 9(3) VALUE ZERO.
       01  WS-Gauge-Found       PIC X VALUE 'N'.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 GD-Flag          PIC X(8).

      *> Items with production readings out of tolerance in this
      *> batch, each with its count and the first lot among them.
       01  WS-NCR-Event-Status  PIC XX.
       01  WS-Out-Count         PIC 9(3) VALUE ZERO.
       01  WS-Out-Found         PIC X VALUE 'N'.
       01  Out-Spec-Table.
           05 Out-Spec-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Out-Count
                  INDEXED BY Out-Idx.
              10 OS-Item-ID     PIC X(6).
              10 OS-Lot         PIC X(8).
              10 OS-Readings    PIC 9(5).

       01  Gauge-Table.
           05 Gauge-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Gauge-Count
           OPEN OUTPUT Variance-Report.
           OPEN OUTPUT Error-List.
           OPEN EXTEND Gauge-Usage-File.
           OPEN EXTEND Lot-Reading-File.
           IF WS-Lot-Reading-Status = '35'
               OPEN OUTPUT Lot-Reading-File
           END-IF.
           OPEN EXTEND Study-Reading-File.
           IF WS-Study-Reading-Status = '35'
               OPEN OUTPUT Study-Reading-File
           END-IF.
           READ Measurement-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           END-PERFORM.
           PERFORM 1400-Write-Statistics-Summary.
           PERFORM 1450-Write-Item-Statistics.
           PERFORM 1480-Write-NCR-Events.
           CLOSE Measurement-File.
           CLOSE Variance-Report.
           CLOSE Error-List.
           CLOSE Gauge-Usage-File.
           CLOSE Lot-Reading-File.
           CLOSE Study-Reading-File.
           IF WS-Lot-Reading-Count > ZERO
               DISPLAY 'RECEIVING SAMPLE READINGS: '
                   WS-Lot-Reading-Count
           END-IF.
           IF WS-Study-Reading-Count > ZERO
               DISPLAY 'GAUGE STUDY READINGS: '
                   WS-Study-Reading-Count
           END-IF.
           PERFORM 1500-Save-Measure-History.
           PERFORM 9000-End-Run-Control.
           STOP RUN.
               WHEN Meas-Raw-Num > WS-Max-Raw-Value
                   MOVE 'VALUE ABOVE MAXIMUM' TO EL-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN Meas-Study-ID NOT = SPACES
                    AND (Meas-Operator = SPACES
                         OR Meas-Part-Text NOT NUMERIC
                         OR Meas-Trial-Text NOT NUMERIC)
                   MOVE 'STUDY TAG INCOMPLETE' TO EL-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN Meas-Study-ID NOT = SPACES
                    AND (Meas-Part = ZERO OR Meas-Trial = ZERO)
                   MOVE 'STUDY TAG INCOMPLETE' TO EL-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN OTHER
                   PERFORM 0910-Check-Gauge
           END-EVALUATE.

      *> The instrument is edited like the value: no gauge, a gauge
      *> nobody registered, one past its calibration date, or one
      *> already found out of tolerance all reject the reading. A
      *> gauge that failed its R&R study rejects everything but a
      *> new study reading, so it can be studied again once fixed.
       0910-Check-Gauge.
           MOVE 'N' TO WS-Gauge-Found.
           SET Gauge-Idx TO 1.
               WHEN GT-Status (Gauge-Idx) = 'T'
                   MOVE 'GAUGE OUT OF TOLERANCE' TO EL-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN GT-Status (Gauge-Idx) = 'R'
                    AND Meas-Study-ID = SPACES
                   MOVE 'GAUGE FAILED R&R STUDY' TO EL-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN GT-Cal-Due (Gauge-Idx) NUMERIC
                    AND GT-Cal-Due (Gauge-Idx) < WS-Today
                   MOVE 'GAUGE CALIBRATION OVERDUE' TO EL-Reason
       1000-Process-Measurement.
           PERFORM 1100-Convert-Measurement.
           IF WS-Conversion-Valid = 'Y'
                AND Meas-Study-ID NOT = SPACES
               PERFORM 1270-Write-Study-Reading
           END-IF.
           IF WS-Conversion-Valid = 'Y'
                AND Meas-Study-ID = SPACES
               DISPLAY Meas-Item-ID ' ' Item-Measure
               PERFORM 1200-Check-Tolerance
               IF Meas-PO-Text NUMERIC OR Meas-Lot NOT = SPACES
                   PERFORM 1250-Write-Lot-Reading
               END-IF
               PERFORM 1300-Accumulate-Statistics
               MOVE Meas-Gauge-ID TO GU-Gauge-ID
               MOVE Meas-Item-ID  TO GU-Item-ID
               MOVE WS-Today      TO GU-Date
               MOVE Meas-Lot      TO GU-Lot
               WRITE Gauge-Usage-Rec
           END-IF.

               MOVE 'N' TO WS-Sel-Found
           END-IF.

      *> Judged against the same spec revision 1200-Check-Tolerance
      *> just selected for the reading's date.
       1250-Write-Lot-Reading.
           IF Meas-PO-Text NUMERIC
               MOVE Meas-PO-Number TO ML-PO-Number
           ELSE
               MOVE ZERO TO ML-PO-Number
           END-IF.
           MOVE Meas-Item-ID      TO ML-Item-ID.
           MOVE Meas-Lot          TO ML-Lot.
           MOVE Item-Measure      TO ML-Measure.
           MOVE WS-Lookup-Date    TO ML-Date.
           EVALUATE TRUE
               WHEN WS-Sel-Found = 'N'
                   MOVE 'U' TO ML-Result
               WHEN Item-Measure < WS-Sel-Low-Tol
                    OR Item-Measure > WS-Sel-High-Tol
                   MOVE 'B' TO ML-Result
               WHEN OTHER
                   MOVE 'G' TO ML-Result
           END-EVALUATE.
           WRITE Lot-Reading-Rec.
           ADD 1 TO WS-Lot-Reading-Count.

       1270-Write-Study-Reading.
           MOVE Meas-Study-ID     TO RR-Study-ID.
           MOVE Meas-Gauge-ID     TO RR-Gauge-ID.
           MOVE Meas-Item-ID      TO RR-Item-ID.
           MOVE Meas-Operator     TO RR-Operator.
           MOVE Meas-Part         TO RR-Part.
           MOVE Meas-Trial        TO RR-Trial.
           MOVE Item-Measure      TO RR-Measure.
           IF Meas-Date NUMERIC
               MOVE Meas-Date     TO RR-Date
           ELSE
               MOVE WS-Today      TO RR-Date
           END-IF.
           WRITE Study-Reading-Rec.
           ADD 1 TO WS-Study-Reading-Count.

       1210-Write-Variance-Line.
           MOVE Meas-Item-ID     TO VL-Item-ID.
           MOVE Item-Measure     TO VL-Measure.
           MOVE WS-Sel-High-Tol  TO VL-High-Tol.
           MOVE 'OUT OF SPEC'    TO VL-Reason.
           WRITE Variance-Line FROM WS-Variance-Line.
           IF Meas-PO-Text NOT NUMERIC
               PERFORM 1220-Count-Out-Of-Spec
           END-IF.

       1220-Count-Out-Of-Spec.
           MOVE 'N' TO WS-Out-Found.
           SET Out-Idx TO 1.
           SEARCH Out-Spec-Entry
               AT END CONTINUE
               WHEN OS-Item-ID (Out-Idx) = Meas-Item-ID
                   MOVE 'Y' TO WS-Out-Found
           END-SEARCH.
           IF WS-Out-Found = 'N'
               IF WS-Out-Count >= 100
                   DISPLAY 'OUT OF SPEC TABLE FULL, NO NCR: '
                       Meas-Item-ID
               ELSE
                   ADD 1 TO WS-Out-Count
                   SET Out-Idx TO WS-Out-Count
                   MOVE Meas-Item-ID TO OS-Item-ID (Out-Idx)
                   MOVE Meas-Lot     TO OS-Lot (Out-Idx)
                   MOVE ZERO         TO OS-Readings (Out-Idx)
                   MOVE 'Y' TO WS-Out-Found
               END-IF
           END-IF.
           IF WS-Out-Found = 'Y'
               ADD 1 TO OS-Readings (Out-Idx)
               IF OS-Lot (Out-Idx) = SPACES
                   MOVE Meas-Lot TO OS-Lot (Out-Idx)
               END-IF
           END-IF.

      *> One nonconformance event per item whose production
      *> readings went out of tolerance in the batch.
       1480-Write-NCR-Events.
           IF WS-Out-Count > ZERO
               OPEN EXTEND NCR-Event-File
               IF WS-NCR-Event-Status = '35'
                   OPEN OUTPUT NCR-Event-File
               END-IF
               PERFORM VARYING Out-Idx FROM 1 BY 1
                       UNTIL Out-Idx > WS-Out-Count
                   MOVE 'M'                   TO NE-Source
                   MOVE WS-Today              TO NE-Date
                   MOVE OS-Item-ID (Out-Idx)  TO NE-Item-ID
                   MOVE SPACES                TO NE-Vendor-Code
                   MOVE ZERO                  TO NE-PO-Number
                   MOVE OS-Lot (Out-Idx)      TO NE-Lot
                   MOVE OS-Readings (Out-Idx) TO NE-Qty
                   MOVE SPACES                TO NE-Gauge-ID
                   MOVE 'READINGS OUT OF SPEC' TO NE-Text
                   WRITE NCR-Event-Rec
               END-PERFORM
               CLOSE NCR-Event-File
           END-IF.

       1100-Convert-Measurement.
           MOVE ZERO TO Item-Measure.
