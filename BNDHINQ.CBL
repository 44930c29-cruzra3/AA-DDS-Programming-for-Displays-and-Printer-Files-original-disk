      *                     so one distribution can be audited end
      *                     to end;
      *   anything else   - the whole history file.
      *
      * Every line shows the source file the action was taken in;
      * it is blank on records written before the history kept it.
      * Likewise the APPROVER column names the user whose sign-off
      * let the bundle be applied.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  history-file.
       01  history-file-record          PIC X(110).

       FD  report-file.
       01  report-record                PIC X(132).
           MOVE SPACES TO report-record.
           STRING "MEMBER     ACTION   BUNDLE   LIBRARY    BNDDATE"
                  " RUNDATE RUNTIME    LINES        RC NEWNAME"
                  "    FILE       APPROVER   SENDER"
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           MOVE line-count-edit        TO report-line-work (65:8).
           MOVE return-code-edit       TO report-line-work (73:10).
           MOVE history-detail         TO report-line-work (84:10).
           MOVE history-source-file    TO report-line-work (95:10).
           MOVE history-approver       TO report-line-work (106:10).
           MOVE history-sender         TO report-line-work (117:8).
           MOVE report-line-work TO report-record.
           WRITE report-record.
      *----------------------------------------------------------------
