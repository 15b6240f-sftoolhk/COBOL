      *> Shared run-control record: one entry per program event on the
      *> RUNCTL file. Action S = started, E = ended (with the final
      *> return code), R = operator rerun authorisation card permitting
      *> a second same-day run of the named program, B = backed out:
      *> written by sysRestore for a run whose work a restore has
      *> rolled back, dated with that run and carrying its return
      *> code, so the run counts as never having ended.
       05  RC-Program          PIC X(12).
       05  RC-Run-Date         PIC X(8).
       05  RC-Action           PIC X.
