      * question -- how many vendor fixes did we take this quarter
      * and how many failed -- without anyone counting detail lines
      * by hand. One line per bundle per month: members added,
      * replaced, deleted, renamed and rolled back, compiles run
      * (a restore of shipped compiled objects counts as one),
      * failures (any action with a nonzero return code) and
      * protected-member skips; then the same counts totalled by
      * month, and a grand-total line.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  history-file.
       01  history-file-record          PIC X(110).

       FD  report-file.
       01  report-record                PIC X(132).
                  ADD 1 TO month-total-rolled (month-found-index)
                  ADD 1 TO grand-rolled
               WHEN "COMPILE"
               WHEN "RESTORE"
                  ADD 1 TO summary-compiles (summary-found-index)
                  ADD 1 TO month-total-compiles (month-found-index)
                  ADD 1 TO grand-compiles
