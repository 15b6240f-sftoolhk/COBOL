      *> Shared open-payables record: one entry per invoice line
      *> apMatch proves and sets up on APEXTR. The payment selection
      *> run prices the vendor's terms onto it (due date, discount
      *> date and discount) and marks it selected; the release run
      *> cuts the check and marks it paid with the check number.
      *> Paid lines drop off at the next selection run.
      *> Debit memos the return-to-vendor run raises ride on the
      *> same file as entries of type M; the payment runs net them
      *> against the vendor's next check.
       05  OP-Vendor-Code      PIC X(5).
       05  OP-Invoice-Number   PIC X(10).
       05  OP-PO-Number        PIC 9(6).
       05  OP-Invoice-Date     PIC X(8).
       05  OP-Amount           PIC 9(7)V99.
       05  OP-Status           PIC X.
           88 OP-Is-Open          VALUE 'O'.
           88 OP-Is-Selected      VALUE 'S'.
           88 OP-Is-Paid          VALUE 'P'.
       05  OP-Due-Date         PIC X(8).
       05  OP-Disc-Date        PIC X(8).
       05  OP-Disc-Amount      PIC 9(7)V99.
       05  OP-Check-Number     PIC 9(6).
       05  OP-Paid-Date        PIC X(8).
       05  OP-Entry-Type       PIC X.
           88 OP-Is-Invoice       VALUE 'I' SPACE.
           88 OP-Is-Debit-Memo    VALUE 'M'.
