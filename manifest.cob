           05 LG-Loc          PIC X(3).
           05 LG-Lot          PIC X(8).
           05 LG-Route        PIC X(6).
           05 LG-Unit-Cost    PIC 9(5)V99.
           05 LG-Order-Line   PIC X(3).

       FD  Route-File.
       01  Route-Segment-Rec.
           05 RS-Vehicle-Class PIC X(2).
           05 RS-Dept         PIC X(4).
           05 RS-Weight       PIC 9(4)V9.
           05 RS-Unit-Number  PIC X(6).
           05 RS-Driver-Number PIC X(5).

       FD  Param-Card-File.
       01  Param-Card-Rec.
           READ Ledger-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
      *> Requisition issues go to departments in the building and
      *> never ride a truck, so they are neither manifested nor
      *> listed as unmanifested.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF LG-Type = 'I' AND LG-Date = WS-Manifest-Date
                    AND LG-Source NOT = 'RQ'
                   PERFORM 1100-Collect-One-Issue
               END-IF
               READ Ledger-File
