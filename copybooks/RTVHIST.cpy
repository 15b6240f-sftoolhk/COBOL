      *> Shared return-to-vendor history record: one entry per
      *> return authorization the return run ships, with the debit
      *> memo raised for any of it the vendor had already billed.
      *> The vendor scorecard counts these against quality.
       05  RV-Vendor-Code      PIC X(5).
       05  RV-RA-Number        PIC 9(6).
       05  RV-PO-Number        PIC 9(6).
       05  RV-Stock-ID1        PIC X(10).
       05  RV-Qty              PIC 9(5).
       05  RV-Ship-Date        PIC X(8).
       05  RV-Memo-Amount      PIC 9(7)V99.
