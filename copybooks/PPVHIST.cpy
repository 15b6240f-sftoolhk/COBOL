      *> Shared price variance history record: one entry per
      *> standard-cost receipt qcRelease accepts (type P, standard
      *> against the PO price) and per invoice apMatch pays off the
      *> PO price (type I, PO price against the invoice price). The
      *> variance is signed: positive is unfavorable, paid more.
       05  PV-Date             PIC X(8).
       05  PV-Type             PIC X.
           88 PV-Is-Purchase      VALUE 'P'.
           88 PV-Is-Invoice       VALUE 'I'.
       05  PV-Stock-ID1        PIC X(10).
       05  PV-Vendor-Code      PIC X(5).
       05  PV-PO-Number        PIC 9(6).
       05  PV-Qty              PIC 9(5).
       05  PV-Base-Price       PIC 9(5)V99.
       05  PV-Actual-Price     PIC 9(5)V99.
       05  PV-Variance         PIC S9(7)V99.
