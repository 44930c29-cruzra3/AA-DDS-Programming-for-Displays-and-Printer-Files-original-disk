      * since been touched by a later distribution (or a later
      * rollback): replaying the older recovery bundle would
      * silently undo the newer work too. The conflicting members
      * are listed on the report and nothing is changed. Members are
      * matched by source file as well as name, since one bundle can
      * span several source files of the library; history written
      * before the file was recorded is taken to mean the file named
      * on the call, and a later record with no file is counted
      * against every file, which errs on the side of refusing.
      *
      * A rollback also takes the bundle out of the source library's
      * INSTALLP register, by appending a ROLLBACK entry for it, so
      * a later bundle that names it as a prerequisite is refused
      * until it is applied again. A library with no register yet
      * is left without one; BNDLPRQL reads the ROLLBACK history
      * records for bundles the register never knew. A consolidated
      * bundle's apply registered each bundle it stood in for under
      * the same run stamp as its own APPLIED entry; every one of
      * those is taken out of the register with it.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           SELECT history-out-file ASSIGN TO DATABASE-historyo
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT install-file ASSIGN TO DATABASE-install
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT report-file ASSIGN TO PRINTER-report
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  history-file.
       01  history-file-record          PIC X(110).

       FD  history-out-file.
       01  history-out-record           PIC X(110).

       FD  install-file.
       01  install-file-record          PIC X(80).

       FD  report-file.
       01  report-record                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLHIST.
           COPY BNDLINST.

       01  command-string               PIC X(4096).
       01  command-string-length        PIC S9(10)V9(5) PACKED-DECIMAL
           88  rollback-allowed             VALUE "N".

       01  touched-member-table.
           02  touched-entry OCCURS 500.
               03  touched-file         PIC X(10).
               03  touched-member       PIC X(10).
       01  touched-member-count         PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  touched-member-index         PIC S9(4) PACKED-DECIMAL.
           88  member-touched               VALUE "Y".
           88  member-not-touched           VALUE "N".
       01  touched-check-member         PIC X(10).
       01  touched-check-file           PIC X(10).

      *----------------------------------------------------------------
      * The bundle's run stamp is the latest date and time among its
           02  record-stamp-date        PIC X(6).
           02  record-stamp-time        PIC X(6).

      *----------------------------------------------------------------
      * The run stamp on the bundle's latest APPLIED entry in
      * INSTALLP, and the other bundles registered by that same run
      * -- the ones a consolidated bundle stood in for.
      *----------------------------------------------------------------
       01  install-eof-switch           PIC X(1).
           88  install-at-end               VALUE "Y".
           88  install-not-at-end           VALUE "N".
       01  installed-run-stamp.
           02  installed-run-date       PIC X(6).
           02  installed-run-time       PIC X(6).
       01  series-rollback-table.
           02  series-rollback-entry OCCURS 200.
               03  series-rollback-name PIC X(8).
               03  series-rollback-date PIC X(6).
       01  series-rollback-count        PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  series-rollback-index        PIC S9(4) PACKED-DECIMAL.

       01  bundle-action-total          PIC 9(5)  VALUE ZERO.
       01  conflict-total               PIC 9(5)  VALUE ZERO.
       01  rollback-total               PIC 9(5)  VALUE ZERO.
           02  replay-bundle-library    PIC X(10).
           02  replay-restart-switch    PIC X(1).
           02  replay-apply-mode        PIC X(10).
           02  replay-selected-from     PIC X(8)  VALUE SPACES.
           02  replay-selected-date     PIC X(6)  VALUE SPACES.
       01  replay-source-parm.
           02  replay-file-name         PIC X(10).
           02  replay-file-library      PIC X(10).
           02  replay-restart-member    PIC X(10).
           02  replay-staging-library   PIC X(10).
           02  replay-restart-file      PIC X(10).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  qualified-bundle-file.
           END-IF.
           IF rollback-allowed
              PERFORM write-rollback-history
              PERFORM write-rollback-register
           END-IF.
           PERFORM terminate-program.
           GOBACK.
              IF record-run-stamp > bundle-run-stamp
                 MOVE record-run-stamp TO bundle-run-stamp
              END-IF
              MOVE history-source-file TO touched-check-file
              IF touched-check-file = SPACES
                 MOVE source-file-name TO touched-check-file
              END-IF
              MOVE history-member TO touched-check-member
              PERFORM register-touched-member
              IF history-action = "RENAME"
                 ADD 1 TO touched-member-count
                 MOVE touched-check-member
                    TO touched-member (touched-member-count)
                 MOVE touched-check-file
                    TO touched-file (touched-member-count)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       test-touched-member.
           IF touched-member (touched-member-index) =
                 touched-check-member
              AND (touched-file (touched-member-index) =
                    touched-check-file
                 OR touched-check-file = SPACES)
              SET member-touched TO TRUE
           END-IF.
      *----------------------------------------------------------------
              MOVE history-run-time TO record-stamp-time
              IF record-run-stamp > bundle-run-stamp
                 MOVE history-member TO touched-check-member
                 MOVE history-source-file TO touched-check-file
                 PERFORM find-touched-member
                 IF member-touched
                    PERFORM report-conflict-member
      * into -- and fed through UNBUNDLEL the way any bundle is,
      * so the replay gets the full apply machinery: trailer
      * verification, history records, even a recovery bundle of
      * its own in case the rollback itself has to come out. It
      * goes in as a *RECOVER apply: our own old copies need no
      * reviewer's approval and are no vendor's baseline.
      *----------------------------------------------------------------
       replay-recovery-bundle.
           MOVE SPACES TO command-string.
           MOVE "BNDLWRK"            TO replay-bundle-name.
           MOVE bundle-file-library  TO replay-bundle-library.
           MOVE "N"                  TO replay-restart-switch.
           MOVE "*RECOVER"           TO replay-apply-mode.
           MOVE source-file-name     TO replay-file-name.
           MOVE source-file-library  TO replay-file-library.
           MOVE SPACES               TO replay-restart-member.
           MOVE SPACES               TO replay-staging-library.
           MOVE SPACES               TO replay-restart-file.
           CALL "UNBUNDLEL" USING replay-bundle-parm
                                  replay-source-parm
           END-CALL.
           MOVE ZERO                 TO history-line-count.
           MOVE replay-return-code   TO history-return-code.
           MOVE SPACES               TO history-detail.
           MOVE touched-file (touched-member-index)
              TO history-source-file.
           WRITE history-out-record FROM history-structure.
           MOVE SPACES TO report-record.
           STRING touched-member (touched-member-index)
                                             DELIMITED BY SIZE
                  " IN "                     DELIMITED BY SIZE
                  touched-file (touched-member-index)
                                             DELIMITED BY SIZE
                  " ROLLED BACK"             DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       write-rollback-register.
           MOVE SPACES TO command-string.
           STRING "CHKOBJ OBJ("              DELIMITED BY SIZE
                  source-file-library        DELIMITED BY SPACE
                  "/INSTALLP) OBJTYPE(*FILE)"
                                             DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code = ZERO
              PERFORM append-rollback-register
           END-IF.
      *----------------------------------------------------------------
       append-rollback-register.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(INSTALL) TOFILE("
                                             DELIMITED BY SIZE
                  source-file-library        DELIMITED BY SPACE
                  "/INSTALLP)"               DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           PERFORM find-installed-run.
           PERFORM collect-installed-series.
           OPEN EXTEND install-file.
           PERFORM write-series-rollback
              VARYING series-rollback-index FROM 1 BY 1
              UNTIL series-rollback-index > series-rollback-count.
           MOVE SPACES TO install-structure.
           MOVE bundle-file-name    TO install-bundle-name.
           MOVE bundle-file-library TO install-bundle-library.
           MOVE bundle-stamp-date   TO install-bundle-date.
           MOVE "ROLLBACK"          TO install-action.
           MOVE run-date-stamp      TO install-run-date.
           MOVE run-time-stamp      TO install-run-time.
           WRITE install-file-record FROM install-structure.
           CLOSE install-file.
           MOVE "DLTOVR FILE(INSTALL)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           MOVE SPACES TO report-record.
           STRING "BUNDLE MARKED ROLLED BACK IN " DELIMITED BY SIZE
                  source-file-library        DELIMITED BY SPACE
                  "/INSTALLP"                DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
      * First pass over the register: the stamp of the run that last
      * applied this bundle. LOW-VALUES if the register never had it.
      *----------------------------------------------------------------
       find-installed-run.
           MOVE LOW-VALUES TO installed-run-stamp.
           OPEN INPUT install-file.
           SET install-not-at-end TO TRUE.
           PERFORM read-install-for-run UNTIL install-at-end.
           CLOSE install-file.
      *----------------------------------------------------------------
       read-install-for-run.
           READ install-file
              INTO install-structure
              AT END
                 SET install-at-end TO TRUE
              NOT AT END
                 PERFORM note-installed-run
           END-READ.
      *----------------------------------------------------------------
       note-installed-run.
           IF install-bundle-name = bundle-file-name
              AND install-bundle-library = bundle-file-library
              AND install-action = "APPLIED"
              MOVE install-run-date TO installed-run-date
              MOVE install-run-time TO installed-run-time
           END-IF.
      *----------------------------------------------------------------
      * Second pass: every other bundle that run recorded as
      * APPLIED.
      *----------------------------------------------------------------
       collect-installed-series.
           MOVE ZERO TO series-rollback-count.
           IF installed-run-date NOT = LOW-VALUES
              OPEN INPUT install-file
              SET install-not-at-end TO TRUE
              PERFORM read-install-for-series UNTIL install-at-end
              CLOSE install-file
           END-IF.
      *----------------------------------------------------------------
       read-install-for-series.
           READ install-file
              INTO install-structure
              AT END
                 SET install-at-end TO TRUE
              NOT AT END
                 PERFORM note-installed-series
           END-READ.
      *----------------------------------------------------------------
       note-installed-series.
           IF install-action = "APPLIED"
              AND install-run-date = installed-run-date
              AND install-run-time = installed-run-time
              AND install-bundle-name NOT = bundle-file-name
              AND series-rollback-count < 200
              ADD 1 TO series-rollback-count
              MOVE install-bundle-name
                 TO series-rollback-name (series-rollback-count)
              MOVE install-bundle-date
                 TO series-rollback-date (series-rollback-count)
           END-IF.
      *----------------------------------------------------------------
       write-series-rollback.
           MOVE SPACES TO install-structure.
           MOVE series-rollback-name (series-rollback-index)
              TO install-bundle-name.
           MOVE bundle-file-library TO install-bundle-library.
           MOVE series-rollback-date (series-rollback-index)
              TO install-bundle-date.
           MOVE "ROLLBACK"          TO install-action.
           MOVE run-date-stamp      TO install-run-date.
           MOVE run-time-stamp      TO install-run-time.
           WRITE install-file-record FROM install-structure.
           MOVE SPACES TO report-record.
           STRING "CONSOLIDATED BUNDLE "     DELIMITED BY SIZE
                  series-rollback-name (series-rollback-index)
                                             DELIMITED BY SPACE
                  " MARKED ROLLED BACK"      DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       terminate-program.
           MOVE SPACES TO report-record.
