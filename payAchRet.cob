           05 BK-Account      PIC X(12).
           05 BK-Prenote      PIC X.
           05 BK-Emp-Number   PIC 9(5).
           05 BK-Prenote-Date PIC X(8).

       FD  Return-Register.
       01  Return-Register-Line PIC X(80).
