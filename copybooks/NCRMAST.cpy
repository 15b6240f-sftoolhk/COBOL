      *> Shared nonconformance report (NCR) record, kept by
      *> ncrMaint: what opened it, then the root cause, disposition,
      *> corrective action, owner and due date quality assigns by
      *> card, and the verification date that closed it. Closed
      *> NCRs stay on file so a repeat on the same item or vendor
      *> can be recognised.
       05  NC-Number           PIC 9(6).
       05  NC-Status           PIC X.
           88 NC-Is-Open          VALUE 'O'.
           88 NC-Is-Closed        VALUE 'C'.
       05  NC-Source           PIC X.
       05  NC-Open-Date        PIC X(8).
       05  NC-Item-ID          PIC X(6).
       05  NC-Vendor-Code      PIC X(5).
       05  NC-PO-Number        PIC 9(6).
       05  NC-Lot              PIC X(8).
       05  NC-Qty              PIC 9(5).
       05  NC-Gauge-ID         PIC X(6).
       05  NC-Text             PIC X(25).
       05  NC-Repeat           PIC X.
           88 NC-Repeat-Item      VALUE 'I'.
           88 NC-Repeat-Vendor    VALUE 'V'.
       05  NC-Prior-Number     PIC 9(6).
       05  NC-Root-Cause       PIC X(20).
       05  NC-Disposition      PIC X.
           88 NC-Use-As-Is        VALUE 'U'.
           88 NC-Rework           VALUE 'W'.
           88 NC-Scrap            VALUE 'S'.
           88 NC-Return-To-Vendor VALUE 'V'.
       05  NC-Action           PIC X(30).
       05  NC-Owner            PIC X(8).
       05  NC-Due-Date         PIC X(8).
       05  NC-Verify-Date      PIC X(8).
       05  NC-Closed-By        PIC X(8).
