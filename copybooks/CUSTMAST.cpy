      *> Shared customer master record: one entry per customer on
      *> CUSTMAST, keyed by customer number and kept by custMaint.
      *> The ship-to stop and delivery route travel onto every issue
      *> salesOrder generates, so the manifest run puts the order on
      *> the right truck; the credit limit caps the open order value
      *> salesOrder will accept (zero means no limit set). The weekly
      *> AR aging run sets the credit hold on a customer over limit
      *> or 60 days past due; salesOrder holds that customer's new
      *> lines for credit review until the hold clears.
       05  CM-Cust-Number      PIC X(6).
       05  CM-Name             PIC X(30).
       05  CM-Ship-Stop        PIC X(15).
       05  CM-Route            PIC X(6).
       05  CM-Credit-Limit     PIC 9(7)V99.
       05  CM-Added-Date       PIC X(8).
       05  CM-Credit-Hold      PIC X.
           88 CM-On-Credit-Hold   VALUE 'H'.
