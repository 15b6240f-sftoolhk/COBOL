      *> Shared delivery route record: one entry per standing route
      *> on ROUTEMST, kept by stopMaint. Every ROUTESEG segment
      *> routeBuild writes for the route starts from its depot stop
      *> and carries its vehicle class and charged department; the
      *> truck leaves the depot at the departure time (HHMM) and
      *> covers the average distance per hour between stops. The
      *> unit number is the vehicle master truck assigned to run it,
      *> and the driver number the employee (EMPFILE) who drives it
      *> and is paid for its confirmed stops and distance.
       05  RO-Route-ID         PIC X(6).
       05  RO-Depot-Stop       PIC X(15).
       05  RO-Vehicle-Class    PIC X(2).
       05  RO-Dept             PIC X(4).
       05  RO-Depart-Time      PIC 9(4).
       05  RO-Speed            PIC 9(3).
       05  RO-Unit-Number      PIC X(6).
       05  RO-Driver-Number    PIC X(5).
