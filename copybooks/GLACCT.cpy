      *> General ledger account master: every account finance will
      *> accept a posting to. glJournal holds back any line whose
      *> account is missing here or no longer active.
       05  GA-Account          PIC X(8).
       05  GA-Description      PIC X(20).
       05  GA-Status           PIC X.
           88 GA-Is-Active        VALUE 'A'.
           88 GA-Is-Inactive      VALUE 'I'.
