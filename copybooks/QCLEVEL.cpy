      *> Shared item inspection-level record, kept by qcRelease: the
      *> level an inspector has put the item on (N normal, T
      *> tightened) and how many of its lots in a row have been
      *> rejected. An item with no record inspects at normal.
       05  QL-Item-ID          PIC X(6).
       05  QL-Level            PIC X.
           88 QL-Is-Normal        VALUE 'N'.
           88 QL-Is-Tightened     VALUE 'T'.
       05  QL-Reject-Run       PIC 9(3).
       05  QL-Changed-Date     PIC X(8).
       05  QL-Inspector        PIC X(8).
