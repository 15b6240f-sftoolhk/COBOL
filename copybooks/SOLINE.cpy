      *> Shared sales-order line record: one entry per order line on
      *> SOORDER, keyed by order number and line. A line stays open
      *> (status O) until its whole quantity has been allocated to a
      *> STOCKTXN issue, so a short line waits on the order under its
      *> customer instead of disappearing into STOCKBKO. A line taken
      *> for a customer on credit hold waits at status H, unallocated,
      *> until credit review releases it.
       05  SO-Key.
           10 SO-Order-Number  PIC X(8).
           10 SO-Line-No       PIC 9(3).
       05  SO-Cust-Number      PIC X(6).
       05  SO-Stock-ID         PIC X(10).
       05  SO-Order-Qty        PIC 9(5).
       05  SO-Alloc-Qty        PIC 9(5).
       05  SO-Unit-Price       PIC 9(5)V99.
       05  SO-Order-Date       PIC X(8).
       05  SO-Status           PIC X.
           88 SO-Is-Open          VALUE 'O'.
           88 SO-Is-Complete      VALUE 'C'.
           88 SO-Is-Cancelled     VALUE 'X'.
           88 SO-Is-Held          VALUE 'H'.
       05  SO-Last-Alloc-Date  PIC X(8).
