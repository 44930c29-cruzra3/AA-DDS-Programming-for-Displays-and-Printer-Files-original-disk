      * substitution, and a COMPILE history record is appended per
      * member with the driving changed member in the detail field.
      * A dependent with no command in the manifest is flagged and
      * left for a human. Each command is put to BNDLPOLL against
      * the command policy in CMDPOLP before it runs, as the
      * compile phase's are; one the policy refuses is listed with
      * the reason and logged as a REFUSED history record, with the
      * refusal code in the detail field, instead of run. Any other
      * mode reports and touches nothing.
      *
      * A reference is counted when a changed member's name appears
      * in a source line as its own word -- not embedded in a
      * characters "COPY " immediately precede it, otherwise as
      * REFERENCE; DDS PFILE and REF clauses, CL file names and
      * COBOL ASSIGN clauses all land in the second bucket.
      *
      * A bundle that switches source files with "F" records still
      * counts every "M" record it ships as a changed member -- a
      * copybook shipped to QCPYSRC is exactly what a program in
      * the file named here depends on. The dependents themselves
      * are always members of the file named here, and their
      * COMPILE history records say so.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       01  manifest-file-record         PIC X(182).

       FD  history-out-file.
       01  history-out-record           PIC X(110).

       FD  report-file.
       01  report-record                PIC X(132).
               03  compile-work-type    PIC X(10).
               03  compile-work-rank    PIC 9(1).
               03  compile-work-driver  PIC X(10).
               03  compile-work-verdict PIC X(1).
               03  compile-work-refusal-code
                                        PIC X(10).
               03  compile-work-refusal-reason
                                        PIC X(70).
               03  compile-work-command PIC X(4096).
       01  compile-work-count            PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  compile-work-index            PIC S9(4) PACKED-DECIMAL.
       01  compile-pass-rank             PIC 9(1).

      *----------------------------------------------------------------
      * Filled in by BNDLPOLL; see that program for the layout.
      *----------------------------------------------------------------
       01  command-check.
           02  command-check-type       PIC X(10).
           02  command-check-library    PIC X(10).
           02  command-check-verdict    PIC X(1).
               88  command-allowed          VALUE "A".
               88  command-refused          VALUE "R".
           02  command-check-code       PIC X(10).
           02  command-check-reason     PIC X(70).

       01  source-structure.
           02  source-sequence          PIC X(6).
           02  source-date              PIC X(6).
       01  starting-position            PIC S9(3) PACKED-DECIMAL.

       01  bundle-date-save             PIC X(6)  VALUE "000000".
       01  history-action-work          PIC X(8).
       01  history-detail-work          PIC X(10).
       01  run-date-stamp               PIC 9(6).
       01  run-time-stamp               PIC 9(6).
       01  run-time-hundredths          PIC 9(8).
       01  compiles-run-total           PIC 9(5)  VALUE ZERO.
       01  compiles-failed-total        PIC 9(5)  VALUE ZERO.
       01  missing-command-total        PIC 9(5)  VALUE ZERO.
       01  compiles-refused-total       PIC 9(5)  VALUE ZERO.
       01  total-edit                   PIC Z(4)9.
       01  report-line-work             PIC X(132).
      *-----------------------------------------------------------------
           MOVE ZERO TO compiles-run-total.
           MOVE ZERO TO compiles-failed-total.
           MOVE ZERO TO missing-command-total.
           MOVE ZERO TO compiles-refused-total.
           MOVE "000000" TO bundle-date-save.
           IF impact-mode = "*COMPILE"
              SET queue-compiles TO TRUE
              INSPECT command-string REPLACING
                 ALL "LLLLLLLLLL" BY right-adjusted-library-name
                 ALL "FFFFFFFFFF" BY source-file-name
              PERFORM check-command-policy
              MOVE command-check-verdict
                 TO compile-work-verdict (compile-work-count)
              MOVE command-check-code
                 TO compile-work-refusal-code (compile-work-count)
              MOVE command-check-reason
                 TO compile-work-refusal-reason (compile-work-count)
              MOVE command-string
                 TO compile-work-command (compile-work-count)
           END-IF.
      *----------------------------------------------------------------
       check-command-policy.
           MOVE dependent-type (dependency-index)
              TO command-check-type.
           MOVE source-file-library TO command-check-library.
           CALL "BNDLPOLL" USING command-check
                                 command-string
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              SET any-command-failed TO TRUE
           END-IF.
           MOVE 0 TO RETURN-CODE.
      *----------------------------------------------------------------
       set-compile-rank.
           EVALUATE dependent-type (dependency-index) (1:2)
       run-queued-compile.
           IF compile-work-rank (compile-work-index) =
                 compile-pass-rank
              IF compile-work-verdict (compile-work-index) = "R"
                 PERFORM refuse-queued-compile
              ELSE
                 MOVE compile-work-command (compile-work-index)
                    TO command-string
                 PERFORM run-compile-command
                 ADD 1 TO compiles-run-total
                 IF command-return-code NOT = ZERO
                    ADD 1 TO compiles-failed-total
                 END-IF
                 PERFORM write-compile-report-line
                 MOVE "COMPILE" TO history-action-work
                 MOVE compile-work-driver (compile-work-index)
                    TO history-detail-work
                 PERFORM write-compile-history-record
              END-IF
           END-IF.
      *----------------------------------------------------------------
       refuse-queued-compile.
           SET any-command-failed TO TRUE.
           ADD 1 TO compiles-refused-total.
           DISPLAY "BNDLIMPL *** COMMAND POLICY REFUSED COMPILE OF "
                   "MEMBER " compile-work-member (compile-work-index)
                   " - "
                   compile-work-refusal-reason (compile-work-index).
           MOVE SPACES TO report-line-work.
           MOVE compile-work-member (compile-work-index)
              TO report-line-work (1:10).
           MOVE compile-work-type (compile-work-index)
              TO report-line-work (12:10).
           MOVE "REFUSED" TO report-line-work (23:11).
           MOVE compile-work-refusal-code (compile-work-index)
              TO report-line-work (34:10).
           MOVE compile-work-refusal-reason (compile-work-index)
              TO report-line-work (45:70).
           MOVE report-line-work TO report-record.
           WRITE report-record.
           MOVE 1 TO command-return-code.
           MOVE "REFUSED" TO history-action-work.
           MOVE compile-work-refusal-code (compile-work-index)
              TO history-detail-work.
           PERFORM write-compile-history-record.
      *----------------------------------------------------------------
       run-compile-command.
           IF command-string (1:3) = "OVR" THEN
              TO report-line-work (34:10).
           MOVE report-line-work TO report-record.
           WRITE report-record.
      *----------------------------------------------------------------
      * The caller sets the action and detail: COMPILE and the
      * changed member that drove it, or REFUSED and the policy's
      * refusal code.
      *----------------------------------------------------------------
       write-compile-history-record.
           MOVE SPACES TO history-structure.
           MOVE bundle-file-name    TO history-bundle-name.
           MOVE bundle-file-library TO history-bundle-library.
           MOVE bundle-date-save    TO history-bundle-date.
           MOVE history-action-work TO history-action.
           MOVE ZERO                TO history-line-count.
           MOVE command-return-code TO history-return-code.
           MOVE history-detail-work TO history-detail.
           MOVE source-file-name    TO history-source-file.
           WRITE history-out-record FROM history-structure.
      *----------------------------------------------------------------
      * The dependency table holds one row per (dependent, changed)
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE compiles-refused-total TO total-edit.
           MOVE SPACES TO report-record.
           STRING "REFUSED BY COMMAND POLICY  . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           CLOSE report-file.
           IF any-command-failed OR compiles-failed-total > ZERO
              MOVE 1 TO RETURN-CODE
