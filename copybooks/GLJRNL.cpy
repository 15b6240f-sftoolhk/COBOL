      *> Consolidated general ledger journal line: every debit and
      *> credit the day's extracts carried, in one layout, under the
      *> source it came from, the batch glJournal numbered it into
      *> and the posting period it belongs to. The file closes with
      *> the shared TRAILER record. Lines a build held back wait on
      *> GLJHOLD in this same layout.
       05  GJ-Source           PIC X(3).
       05  GJ-Batch            PIC 9(6).
       05  GJ-Line             PIC 9(5).
       05  GJ-Journal-Date     PIC X(8).
       05  GJ-Period-Type      PIC X.
           88 GJ-Is-Pay-Period    VALUE 'P'.
           88 GJ-Is-Stock-Month   VALUE 'M'.
       05  GJ-Period           PIC 9(6).
       05  GJ-Company          PIC X(2).
       05  GJ-Account          PIC X(8).
       05  GJ-Dr-Cr            PIC X.
           88 GJ-Is-Debit         VALUE 'D'.
           88 GJ-Is-Credit        VALUE 'C'.
       05  GJ-Amount           PIC 9(7)V99.
       05  GJ-Ref              PIC X(20).
       05  GJ-Txn-Date         PIC X(8).
      *> The source's own identifying tail: employee number on
      *> payroll, reason code on stock, billing and returns,
      *> vendor on payables, payment type on remittances.
       05  GJ-Source-Key       PIC X(8).
