      *> Shared bill-of-material record: one entry per component of
      *> an assembled product, both keyed the PRODMAST/STOCKMST way
      *> (PRODID shape), with the quantity of the component that
      *> goes into one unit of the parent. bomMaint keeps the file;
      *> the work-order runs explode it.
       05  BM-Parent-ID        PIC X(10).
       05  BM-Component-ID     PIC X(10).
       05  BM-Qty-Per          PIC 9(3)V999.
