      *> Shared employee home-address record: one entry per employee
      *> on the PAYADDR master, keyed by employee number and kept by
      *> empMaint from hire and change cards. Anything mailed to the
      *> employee's home - change notices, unclaimed-property lists,
      *> annual statements - takes its address from here.
       05  AD-Emp-Number       PIC 9(5).
       05  AD-Emp-Name         PIC X(20).
       05  AD-Street           PIC X(30).
       05  AD-City             PIC X(20).
       05  AD-State            PIC X(2).
       05  AD-Zip              PIC X(10).
