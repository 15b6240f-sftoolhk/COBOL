      *> same-day run of the caller (result 091) unless an operator
      *> rerun card is on file, then records a started entry.
      *> Request E records an ended entry with the caller's final
      *> return code. Entries with action B (backed out) are
      *> appended by sysRestore, never through a request here: a
      *> run backed out after it ended counts as not having ended,
      *> so it may run again the same day without a rerun card.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       IF RC-Action = 'E'
                           MOVE 'Y' TO WS-Already-Ended
                       END-IF
                       IF RC-Action = 'B'
                           MOVE 'N' TO WS-Already-Ended
                       END-IF
                       IF RC-Action = 'R'
                           MOVE 'Y' TO WS-Rerun-Auth
                       END-IF
