      *> Shared open-pick record. moveValues releases every issue
      *> here under the next pick number instead of posting it;
      *> pickRelease plans the location the picker walks to and
      *> prints the list, and pickConfirm retires the pick once its
      *> confirmation card comes back. Only the quantity actually
      *> picked ever reaches the Stock master.
       05  PK-Pick-Number      PIC 9(6).
       05  PK-Release-Date     PIC X(8).
       05  PK-Stock-ID         PIC X(10).
       05  PK-Qty              PIC 9(5).
       05  PK-Cost             PIC S9(3)V99.
       05  PK-Txn-Date         PIC X(8).
       05  PK-Doc              PIC X(8).
       05  PK-Source           PIC X(2).
      *> Location the issue named; blank lets pickRelease choose.
       05  PK-Loc              PIC X(3).
       05  PK-Pri              PIC 9.
       05  PK-Route            PIC X(6).
      *> Location the pick list sent the picker to.
       05  PK-Pick-Loc         PIC X(3).
       05  PK-Listed           PIC X.
           88 PK-Is-Listed        VALUE 'Y'.
      *> Sales order line the issue was cut for; blank otherwise.
       05  PK-Order-Line       PIC X(3).
