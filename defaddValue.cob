           05 RS-Vehicle-Class PIC X(2).
           05 RS-Dept         PIC X(4).
           05 RS-Weight       PIC 9(4)V9.
           05 RS-Unit-Number  PIC X(6).
           05 RS-Driver-Number PIC X(5).

       FD  Param-Card-File.
       01  Param-Card-Rec.
