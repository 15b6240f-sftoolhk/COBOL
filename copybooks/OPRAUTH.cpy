      *> Operator authority: one entry per operator, program, and
      *> transaction code, for one company or all. Role S lets the
      *> operator submit the card, A lets them approve someone
      *> else's, B both. An asterisk transaction code covers every
      *> code the program takes; company '**' covers every company
      *> and is the only grant that reaches a master kept for all
      *> companies at once.
       05  OA-Operator         PIC X(8).
       05  OA-Program          PIC X(12).
       05  OA-Txn-Code         PIC X.
       05  OA-Company          PIC X(2).
       05  OA-Role             PIC X.
           88 OA-May-Submit       VALUE 'S' 'B'.
           88 OA-May-Approve      VALUE 'A' 'B'.
