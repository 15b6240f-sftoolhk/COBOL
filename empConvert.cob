           05 BK-Account       PIC X(12).
           05 BK-Prenote       PIC X.
           05 BK-Emp-Number    PIC 9(5).
           05 BK-Prenote-Date  PIC X(8).

       FD  Deduction-File.
       01  Deduction-Old.
                       MOVE BT-Account (Bank-Idx)  TO BK-Account
                       MOVE BT-Prenote (Bank-Idx)  TO BK-Prenote
                       MOVE ET-Number (Emp-Idx)    TO BK-Emp-Number
                       MOVE SPACES                 TO BK-Prenote-Date
                       WRITE Bank-Rec
                   ELSE
                       DISPLAY 'BANK RECORD DROPPED, NOT ON MASTER: '
