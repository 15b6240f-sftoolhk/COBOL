      *> Shared stop-to-stop distance record: one entry per pair of
      *> stops on STOPDIST, kept by stopMaint. A distance holds in
      *> both directions, so each pair is carried once.
       05  SD-From-Stop        PIC X(15).
       05  SD-To-Stop          PIC X(15).
       05  SD-Distance         PIC 9(4)V9.
