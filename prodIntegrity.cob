           COPY PRODID REPLACING ID-FIELD BY Prod-Code.
           05 Prod-Description    PIC X(30).
           05 Prod-Status         PIC X.
           05 Prod-Successor      PIC X(10).
           05 Prod-Supersede-Date PIC X(8).
           05 Prod-Use-Up-First   PIC X.
           05 Prod-Unit-Weight    PIC 9(4)V99.

       FD  Stock
           RECORD CONTAINS 80 CHARACTERS.
           05 Meas-From-Unit     PIC X(2).
           05 Meas-To-Unit       PIC X(2).
           05 Meas-Date          PIC X(8).
           05 Meas-Gauge-ID      PIC X(6).
           05 Meas-PO-Text       PIC X(6).
           05 Meas-Lot           PIC X(8).
           05 Meas-Study-ID      PIC X(6).
           05 Meas-Operator      PIC X(8).
           05 Meas-Part-Text     PIC X(2).
           05 Meas-Trial-Text    PIC X(1).

       FD  Orphan-Report.
       01  Orphan-Report-Line    PIC X(80).
