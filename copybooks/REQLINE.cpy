      *> Shared stock requisition record. The stockroom keys each
      *> paper slip - slip number, department, requester, item and
      *> quantity - with the status blank; reqApprove takes it from
      *> there. Within the department's limit it is approved at
      *> once, over it it is held for a supervisor's card, and an
      *> approved requisition is issued once the stockroom can
      *> cover it, at the value charged to the department.
       05  RQ-Req-Number       PIC 9(6).
       05  RQ-Dept             PIC X(4).
       05  RQ-Requester        PIC X(8).
       05  RQ-Stock-ID1        PIC X(10).
       05  RQ-Qty              PIC 9(5).
       05  RQ-Req-Date         PIC X(8).
       05  RQ-Status           PIC X.
           88 RQ-Is-New           VALUE ' '.
           88 RQ-Is-Held          VALUE 'H'.
           88 RQ-Is-Approved      VALUE 'A'.
           88 RQ-Is-Issued        VALUE 'I'.
           88 RQ-Is-Rejected      VALUE 'R'.
       05  RQ-Approver         PIC X(8).
       05  RQ-Issue-Date       PIC X(8).
       05  RQ-Value            PIC 9(7)V99.
