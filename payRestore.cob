           05 SNB-Account      PIC X(12).
           05 SNB-Prenote      PIC X.
           05 SNB-Emp-Number   PIC 9(5).
           05 SNB-Prenote-Date PIC X(8).

       FD  Snapshot-Arrears-File.
       01  Snapshot-Arrears-Rec.
           05 BK-Account      PIC X(12).
           05 BK-Prenote      PIC X.
           05 BK-Emp-Number   PIC 9(5).
           05 BK-Prenote-Date PIC X(8).

       FD  Arrears-File.
       01  Arrears-Rec.
                   MOVE SNB-Account    TO BK-Account
                   MOVE SNB-Prenote    TO BK-Prenote
                   MOVE SNB-Emp-Number TO BK-Emp-Number
                   MOVE SNB-Prenote-Date TO BK-Prenote-Date
                   WRITE Bank-Rec
                   ADD 1 TO WS-Restored-Count
                   READ Snapshot-Bank-File
