      *> Shared blanket purchase agreement record: a year's quantity
      *> of one item from one vendor at a fixed contract price,
      *> valid between the start and end dates. Purchasing keys the
      *> agreement; poGenerate carries the quantity released and the
      *> last release number, poReceive the quantity received.
       05  BK-Agreement-No     PIC 9(6).
       05  BK-Inv-Num          PIC 9(5).
       05  BK-Vendor-Code      PIC X(5).
       05  BK-Committed-Qty    PIC 9(7).
       05  BK-Contract-Price   PIC 9(5)V99.
       05  BK-Start-Date       PIC X(8).
       05  BK-End-Date         PIC X(8).
       05  BK-Status           PIC X.
           88 BK-Is-Active        VALUE 'A' SPACE.
           88 BK-Is-Closed        VALUE 'C'.
       05  BK-Released-Qty     PIC 9(7).
       05  BK-Received-Qty     PIC 9(7).
       05  BK-Last-Release     PIC 9(3).
