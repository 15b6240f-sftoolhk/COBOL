      *> Shared standard cost record: the fixed cost finance sets per
      *> item for the year. stdCostRoll loads next year's figures
      *> and revalues the master to them; receipts then come in at
      *> standard and the difference from what was paid goes to
      *> purchase price variance instead of into inventory value.
       05  SC-Stock-ID1        PIC X(10).
       05  SC-Std-Cost         PIC 9(5)V99.
       05  SC-Year             PIC 9(4).
       05  SC-Prior-Cost       PIC 9(5)V99.
