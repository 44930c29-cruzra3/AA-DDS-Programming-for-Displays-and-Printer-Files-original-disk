      * as the compile phase does, runs them PF first, then LF,
      * then everything else, and appends fresh COMPILE history
      * records so the history ends clean.
      *
      * A compile the command policy refused is owed the same way
      * -- its REFUSED history record counts as a failed compile --
      * and each rebuilt command is put to BNDLPOLL again before it
      * runs, so once CMDPOLP allows it the compile goes through;
      * one the policy still refuses is listed with the reason and
      * logged as REFUSED again rather than run.
      *
      * Members are told apart by source file as well as name: the
      * history's source file (blank on records written before
      * bundles could switch files, meaning the file named here)
      * is matched against the file the bundle's T and F records
      * put each "C" record in, and that file is what FFFFFFFFFF
      * becomes.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       01  bundle-file-record           PIC X(100).

       FD  history-file.
       01  history-file-record          PIC X(110).

       FD  history-out-file.
       01  history-out-record           PIC X(110).

       FD  report-file.
       01  report-record                PIC X(132).
      *----------------------------------------------------------------
       01  failed-compile-table.
           02  failed-entry OCCURS 200.
               03  failed-file          PIC X(10).
               03  failed-member        PIC X(10).
               03  failed-return-code   PIC S9(9) BINARY.
               03  failed-queued-switch PIC X(1).
       01  failed-found-switch          PIC X(1).
           88  failed-found                 VALUE "Y".
           88  failed-not-found             VALUE "N".
       01  failed-search-file           PIC X(10).
       01  failed-search-member         PIC X(10).
       01  failed-owed-total            PIC 9(5)  VALUE ZERO.

       01  compile-work-table.
           02  compile-work-entry OCCURS 200.
               03  compile-work-file    PIC X(10).
               03  compile-work-member  PIC X(10).
               03  compile-work-type    PIC X(10).
               03  compile-work-rank    PIC 9(1).
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

       01  current-member-type          PIC X(10).
       01  history-action-work          PIC X(8).
       01  history-detail-work          PIC X(10).
       01  rebuild-source-file          PIC X(10).
       01  bundle-date-save             PIC X(6)  VALUE "000000".
       01  run-date-stamp               PIC 9(6).
       01  run-time-stamp               PIC 9(6).

       01  compiles-rerun-total         PIC 9(5)  VALUE ZERO.
       01  compiles-failed-total        PIC 9(5)  VALUE ZERO.
       01  compiles-refused-total       PIC 9(5)  VALUE ZERO.
       01  total-edit                   PIC Z(4)9.
       01  report-line-work             PIC X(132).
      *-----------------------------------------------------------------
           MOVE ZERO TO failed-owed-total.
           MOVE ZERO TO compiles-rerun-total.
           MOVE ZERO TO compiles-failed-total.
           MOVE ZERO TO compiles-refused-total.
           MOVE "000000" TO bundle-date-save.
           PERFORM open-report-file.
           PERFORM right-adjust-library-name.
       note-compile-record.
           IF history-bundle-name = bundle-file-name
              AND history-bundle-library = bundle-file-library
              AND (history-action = "COMPILE"
                   OR history-action = "REFUSED")
              IF history-source-file = SPACES
                 MOVE source-file-name TO failed-search-file
              ELSE
                 MOVE history-source-file TO failed-search-file
              END-IF
              MOVE history-member TO failed-search-member
              PERFORM find-failed-entry
              IF failed-found
                      "ON RECORD - EXCESS IGNORED"
           ELSE
              ADD 1 TO failed-entry-count
              MOVE failed-search-file
                 TO failed-file (failed-entry-count)
              MOVE failed-search-member
                 TO failed-member (failed-entry-count)
              MOVE history-return-code
       test-failed-entry.
           IF failed-member (failed-entry-index) =
                 failed-search-member
              AND failed-file (failed-entry-index) =
                 failed-search-file
              SET failed-found TO TRUE
              MOVE failed-entry-index TO failed-found-index
           END-IF.
           OPEN INPUT bundle-file.
           SET stay-in-program TO TRUE.
           MOVE SPACES TO current-member-type.
           MOVE source-file-name TO rebuild-source-file.
           PERFORM read-bundle-record UNTIL exit-program.
           CLOSE bundle-file.
           MOVE "DLTOVR FILE(BUNDLE)" TO command-string.
       evaluate-bundle-record.
           EVALUATE record-type OF t-record
               WHEN "T"
                  MOVE source-file-name TO rebuild-source-file
                  IF bundle-date OF t-record NOT = SPACES
                     MOVE bundle-date OF t-record
                        TO bundle-date-save
                  END-IF
               WHEN "F"
                  MOVE target-source-file OF f-record
                     TO rebuild-source-file
               WHEN "M"
                  MOVE source-type OF m-record TO current-member-type
               WHEN "C"
                DISPLAY "BNDLRCML *** COMPILE COMMAND TOO LONG FOR "
                        "COMMAND-STRING BUFFER"
           END-STRING.
           MOVE rebuild-source-file TO failed-search-file.
           MOVE source-member OF c-record TO failed-search-member.
           IF compile-continuation-count > ZERO
              PERFORM append-continuation-portion
              SET failed-queued (failed-found-index) TO TRUE
              INSPECT command-string REPLACING
                 ALL "LLLLLLLLLL" BY right-adjusted-library-name
                 ALL "FFFFFFFFFF" BY rebuild-source-file
              PERFORM check-command-policy
              PERFORM queue-compile-command
           END-IF.
      *----------------------------------------------------------------
       check-command-policy.
           MOVE current-member-type  TO command-check-type.
           MOVE source-file-library  TO command-check-library.
           CALL "BNDLPOLL" USING command-check
                                 command-string
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              SET any-command-failed TO TRUE
           END-IF.
           MOVE 0 TO RETURN-CODE.
      *----------------------------------------------------------------
       append-continuation-portion.
           READ bundle-file
                      failed-search-member " DROPPED"
           ELSE
              ADD 1 TO compile-work-count
              MOVE failed-search-file
                 TO compile-work-file (compile-work-count)
              MOVE failed-search-member
                 TO compile-work-member (compile-work-count)
              MOVE current-member-type
                 TO compile-work-type (compile-work-count)
              PERFORM set-compile-rank
              MOVE command-check-verdict
                 TO compile-work-verdict (compile-work-count)
              MOVE command-check-code
                 TO compile-work-refusal-code (compile-work-count)
              MOVE command-check-reason
                 TO compile-work-refusal-reason (compile-work-count)
              MOVE command-string
                 TO compile-work-command (compile-work-count)
           END-IF.
              SET any-command-failed TO TRUE
              DISPLAY "BNDLRCML *** NO COMPILE RECORD IN BUNDLE FOR "
                      "MEMBER " failed-member (failed-entry-index)
                      " IN " failed-file (failed-entry-index)
              MOVE SPACES TO report-record
              STRING "*** NO COMPILE RECORD IN BUNDLE FOR MEMBER "
                                                DELIMITED BY SIZE
                     failed-member (failed-entry-index)
                                                DELIMITED BY SPACE
                     " IN "                     DELIMITED BY SIZE
                     failed-file (failed-entry-index)
                                                DELIMITED BY SPACE
                INTO report-record
              END-STRING
              WRITE report-record
       run-queued-compile.
           IF compile-work-rank (compile-work-index) =
                 compile-pass-rank
              IF compile-work-verdict (compile-work-index) = "R"
                 PERFORM refuse-queued-compile
              ELSE
                 MOVE compile-work-command (compile-work-index)
                    TO command-string
                 PERFORM run-compile-command
                 ADD 1 TO compiles-rerun-total
                 IF command-return-code NOT = ZERO
                    ADD 1 TO compiles-failed-total
                 END-IF
                 PERFORM write-compile-report-line
                 MOVE "COMPILE" TO history-action-work
                 MOVE SPACES    TO history-detail-work
                 PERFORM write-compile-history-record
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * Refused again: listed with the policy's reason and logged as
      * REFUSED, so the member stays owed.
      *----------------------------------------------------------------
       refuse-queued-compile.
           SET any-command-failed TO TRUE.
           ADD 1 TO compiles-refused-total.
           DISPLAY "BNDLRCML *** COMMAND POLICY REFUSED COMPILE OF "
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
           MOVE compile-work-file (compile-work-index)
              TO report-line-work (45:10).
           MOVE compile-work-refusal-reason (compile-work-index)
              TO report-line-work (56:70).
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
           MOVE "COMPILE RC=" TO report-line-work (23:11).
           MOVE command-return-code-edit
              TO report-line-work (34:10).
           MOVE compile-work-file (compile-work-index)
              TO report-line-work (45:10).
           MOVE report-line-work TO report-record.
           WRITE report-record.
      *----------------------------------------------------------------
      * The caller sets the action and detail: COMPILE and blank,
      * or REFUSED and the policy's refusal code.
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
           MOVE compile-work-file (compile-work-index)
              TO history-source-file.
           WRITE history-out-record FROM history-structure.
      *----------------------------------------------------------------
       terminate-program.
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
