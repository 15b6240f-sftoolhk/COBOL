      *> Master-change log: one entry per maintenance card applied
      *> to a master, naming the submitting and approving operators.
      *> Extended by every run; mstChgRpt lists a month of it for
      *> the auditors.
       05  MC-Date             PIC X(8).
       05  MC-Time             PIC X(6).
       05  MC-Program          PIC X(12).
       05  MC-Operator         PIC X(8).
       05  MC-Approver         PIC X(8).
       05  MC-Txn-Code         PIC X.
       05  MC-Company          PIC X(2).
       05  MC-Key              PIC X(20).
       05  MC-Action           PIC X(12).
