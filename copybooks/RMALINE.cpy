      *> Shared customer return authorization record. Customer
      *> service keys each RMA - number, customer, order, item,
      *> quantity and reason - with the status blank; custReturn
      *> authorizes it against the order's issue on the STOCKLED
      *> ledger, holds the goods pending inspection once they come
      *> in, and closes it on the inspector's disposition: restock
      *> at the cost they went out at, scrap, or rework first.
       05  RM-RMA-Number       PIC 9(6).
       05  RM-Cust-Number      PIC X(6).
       05  RM-Order-Number     PIC X(8).
       05  RM-Stock-ID1        PIC X(10).
       05  RM-Qty              PIC 9(5).
       05  RM-Reason           PIC X(2).
       05  RM-Auth-Date        PIC X(8).
       05  RM-Status           PIC X.
           88 RM-Is-New           VALUE ' '.
           88 RM-Is-Authorized    VALUE 'A'.
           88 RM-Is-Held          VALUE 'H'.
           88 RM-Is-Rework        VALUE 'W'.
           88 RM-Is-Restocked     VALUE 'S'.
           88 RM-Is-Scrapped      VALUE 'X'.
           88 RM-Is-Refused       VALUE 'R'.
      *> Date the RMA closed - restocked, scrapped or refused - in
      *> columns 47-54 for the retention sweep.
       05  RM-Close-Date       PIC X(8).
       05  RM-Received-Qty     PIC 9(5).
       05  RM-Receive-Loc      PIC X(3).
      *> Unit cost the goods went out at, and the unit price the
      *> customer was billed, both fixed when the RMA authorizes.
       05  RM-Issue-Cost       PIC 9(5)V99.
       05  RM-Unit-Price       PIC 9(5)V99.
