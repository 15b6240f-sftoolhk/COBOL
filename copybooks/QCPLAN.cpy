      *> Shared receiving sampling-plan record: for an inspection
      *> level (N normal, T tightened) and a range of receipt
      *> quantities, how many pieces of the lot must be measured and
      *> how many of them may be out of spec. A lot accepts at or
      *> below the accept number and rejects at or above the reject
      *> number. A blank item makes the row the level's general plan;
      *> a row for the item itself takes precedence over it.
       05  QP-Item-ID          PIC X(6).
       05  QP-Level            PIC X.
           88 QP-Is-Normal        VALUE 'N'.
           88 QP-Is-Tightened     VALUE 'T'.
       05  QP-Low-Qty          PIC 9(5).
       05  QP-High-Qty         PIC 9(5).
       05  QP-Sample-Size      PIC 9(4).
       05  QP-Accept-No        PIC 9(3).
       05  QP-Reject-No        PIC 9(3).
