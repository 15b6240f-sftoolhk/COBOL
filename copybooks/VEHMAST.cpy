      *> Shared vehicle master record: one entry per truck on
      *> VEHMAST, kept by stopMaint. Each route carries the unit
      *> number of the truck that runs it; routeConfirm rolls the
      *> distance the truck actually drove onto its odometer and
      *> lists it once a service falls due, by distance or by days
      *> since the last service, whichever comes first (zero skips
      *> that test). A unit out of service is never dispatched.
      *> Fuel economy (distance per fuel unit) is expected between
      *> the low and high bounds; the distance driven since the
      *> last fuel reconciliation waits here for fuelRecon.
       05  VH-Unit-Number      PIC X(6).
       05  VH-Vehicle-Class    PIC X(2).
       05  VH-Status           PIC X.
           88 VH-In-Service       VALUE 'A'.
           88 VH-Out-Of-Service   VALUE 'O'.
       05  VH-Odometer         PIC 9(7)V9.
       05  VH-Service-Dist     PIC 9(6).
       05  VH-Service-Days     PIC 9(3).
       05  VH-Last-Service-Date PIC X(8).
       05  VH-Last-Service-Odom PIC 9(7)V9.
       05  VH-Econ-Low         PIC 9(3)V9.
       05  VH-Econ-High        PIC 9(3)V9.
       05  VH-Fuel-Dist        PIC 9(6)V9.
