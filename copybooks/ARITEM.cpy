      *> Shared open-item receivables record: one entry per invoice
      *> (type I) custInvoice raises, per unapplied credit (type U)
      *> cashApply records, and per credit memo (type M) custReturn
      *> raises under the RMA number for returned goods - keyed
      *> customer first so a customer's items read together, oldest
      *> invoice number first. The open amount falls as cash
      *> applies; a paid item stays on file at zero as the history
      *> of what the customer was billed.
       05  AI-Key.
           10 AI-Cust-Number   PIC X(6).
           10 AI-Item-Type     PIC X.
              88 AI-Is-Invoice    VALUE 'I'.
              88 AI-Is-Credit     VALUE 'U' 'M'.
              88 AI-Is-Credit-Memo VALUE 'M'.
           10 AI-Item-Number   PIC 9(7).
       05  AI-Item-Date        PIC X(8).
       05  AI-Original-Amount  PIC 9(7)V99.
       05  AI-Open-Amount      PIC 9(7)V99.
       05  AI-Last-Activity    PIC X(8).
       05  AI-Reference        PIC X(8).
