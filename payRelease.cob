           05 BK-Account      PIC X(12).
           05 BK-Prenote      PIC X.
           05 BK-Emp-Number   PIC 9(5).
           05 BK-Prenote-Date PIC X(8).

       FD  Deposit-File.
       01  Deposit-Rec.
           IF WS-Bank-Found = 'Y'
                AND BK-Prenote NOT = 'P'
                AND BK-Prenote NOT = 'R'
                AND BK-Prenote NOT = 'S'
               MOVE MRT-Emp-Name (MR-Idx) TO DP-Emp-Name
               MOVE BK-Routing            TO DP-Routing
               MOVE BK-Account            TO DP-Account
