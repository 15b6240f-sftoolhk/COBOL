      *> Shared assembly work-order record. woRelease opens the
      *> order, held while any component is short and released once
      *> the stockroom can cover it; woComplete builds against it,
      *> closing it when the full quantity is in or a short-close
      *> card says stop. The unit cost is the last completion's
      *> rolled-up component cost.
       05  WO-Number           PIC 9(6).
       05  WO-Parent-ID        PIC X(10).
       05  WO-Qty              PIC 9(5).
       05  WO-Status           PIC X.
           88 WO-Is-Held          VALUE 'H'.
           88 WO-Is-Released      VALUE 'R'.
           88 WO-Is-Completed     VALUE 'C'.
       05  WO-Open-Date        PIC X(8).
       05  WO-Release-Date     PIC X(8).
       05  WO-Completed-Qty    PIC 9(5).
       05  WO-Complete-Date    PIC X(8).
       05  WO-Unit-Cost        PIC 9(5)V99.
