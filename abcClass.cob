           05 LG-Source       PIC X(2).
           05 LG-Loc          PIC X(3).
           05 LG-Lot          PIC X(8).
           05 LG-Route        PIC X(6).
           05 LG-Unit-Cost    PIC 9(5)V99.
           05 LG-Order-Line   PIC X(3).

       FD  Class-File.
       01  Class-Rec.
