      *> Shared delivery stop record: one entry per stop on STOPMAST,
      *> kept by stopMaint. The stop ID is the same name CUSTMAST
      *> carries as the ship-to stop and ROUTESEG as From/To-Stop. A
      *> stop is served by its standing route, between the window
      *> open and close times (HHMM, both zero for no window), and
      *> holds the truck its service minutes once there. A route's
      *> depot is a stop too, with no standing route of its own.
       05  ST-Stop-ID          PIC X(15).
       05  ST-Address          PIC X(30).
       05  ST-Window-Open      PIC 9(4).
       05  ST-Window-Close     PIC 9(4).
       05  ST-Service-Min      PIC 9(3).
       05  ST-Route            PIC X(6).
