           05 BK-Account      PIC X(12).
           05 BK-Prenote      PIC X.
           05 BK-Emp-Number   PIC 9(5).
           05 BK-Prenote-Date PIC X(8).

       FD  New-Deduction-File.
       01  Deduction-Rec.
                   MOVE IB-Account      TO BK-Account
                   MOVE IB-Prenote      TO BK-Prenote
                   MOVE IB-Emp-Number-N TO BK-Emp-Number
                   MOVE SPACES          TO BK-Prenote-Date
                   WRITE Bank-Rec
                       INVALID KEY PERFORM 2200-Note-Duplicate
                       NOT INVALID KEY ADD 1 TO WS-Loaded-Count
