      *> Shared nonconformance event record: one per rejected lot
      *> (qcRelease), per item with out-of-tolerance readings in a
      *> measurement batch (itemMeasure), and per item a gauge found
      *> out of tolerance had measured (gaugeFlag). ncrMaint opens a
      *> numbered NCR for each and empties the file.
       05  NE-Source           PIC X.
           88 NE-Is-Rejected-Lot  VALUE 'R'.
           88 NE-Is-Out-Of-Tol    VALUE 'M'.
           88 NE-Is-Suspect-Gauge VALUE 'G'.
       05  NE-Date             PIC X(8).
       05  NE-Item-ID          PIC X(6).
       05  NE-Vendor-Code      PIC X(5).
       05  NE-PO-Number        PIC 9(6).
       05  NE-Lot              PIC X(8).
       05  NE-Qty              PIC 9(5).
       05  NE-Gauge-ID         PIC X(6).
       05  NE-Text             PIC X(25).
