      *> Security violation log: one entry per maintenance card
      *> refused by oprAuth, with who submitted it, who was named
      *> to approve it, what it tried to do, and why it failed.
      *> Extended by every run, never rewritten.
       05  SV-Date             PIC X(8).
       05  SV-Time             PIC X(6).
       05  SV-Program          PIC X(12).
       05  SV-Operator         PIC X(8).
       05  SV-Approver         PIC X(8).
       05  SV-Txn-Code         PIC X.
       05  SV-Company          PIC X(2).
       05  SV-Key              PIC X(20).
       05  SV-Reason           PIC X(30).
