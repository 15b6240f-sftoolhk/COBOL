           SELECT Flag-Report ASSIGN TO "GAUGEFLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
      *> Each item the gauge measured opens a nonconformance
      *> through ncrMaint, naming the gauge.
           SELECT NCR-Event-File ASSIGN TO "NCREVENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCR-Event-Status.

       DATA DIVISION.
       FILE SECTION.
           05 GU-Gauge-ID      PIC X(6).
           05 GU-Item-ID       PIC X(6).
           05 GU-Date          PIC X(8).
           05 GU-Lot           PIC X(8).

       FD  History-File.
       01  History-Rec.
       FD  Flag-Report.
       01  Flag-Report-Line    PIC X(80).

       FD  NCR-Event-File.
       01  NCR-Event-Rec.
           COPY NCREVENT.

       WORKING-STORAGE SECTION.
       01  WS-Param-Status      PIC XX.
       01  WS-Gauge-Status      PIC XX.
       01  WS-Usage-Status      PIC XX.
       01  WS-History-Status    PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-NCR-Event-Status  PIC XX.
       01  WS-Today             PIC X(8).
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-OOT-Gauge         PIC X(6) VALUE SPACES.
       01  WS-Gauge-Count       PIC 9(3) VALUE ZERO.
           END-SEARCH.

       3000-Write-Flag-Report.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           OPEN OUTPUT Flag-Report.
           OPEN EXTEND NCR-Event-File.
           IF WS-NCR-Event-Status = '35'
               OPEN OUTPUT NCR-Event-File
           END-IF.
           PERFORM VARYING Touch-Idx FROM 1 BY 1
                   UNTIL Touch-Idx > WS-Item-Count
               MOVE TT-Item-ID (Touch-Idx) TO FD2-Item-ID
               MOVE WS-OOT-Gauge           TO FD2-Gauge-ID
               WRITE Flag-Report-Line FROM WS-Flag-Detail
               MOVE 'G'                    TO NE-Source
               MOVE WS-Today               TO NE-Date
               MOVE TT-Item-ID (Touch-Idx) TO NE-Item-ID
               MOVE SPACES                 TO NE-Vendor-Code
               MOVE ZERO                   TO NE-PO-Number
               MOVE SPACES                 TO NE-Lot
               MOVE ZERO                   TO NE-Qty
               MOVE WS-OOT-Gauge           TO NE-Gauge-ID
               MOVE 'MEASURED WITH OOT GAUGE' TO NE-Text
               WRITE NCR-Event-Rec
           END-PERFORM.
           CLOSE Flag-Report.
           CLOSE NCR-Event-File.

       0005-Check-Run-Control.
           MOVE 'S' TO RCP-Request.
