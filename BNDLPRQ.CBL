       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bndlprql.

      ******************************************************************
      * Copyright (c) 1994 Duke Communications International.
      * All rights reserved.
      *
      * Prerequisite check for a bundle. Reads the bundle's "P"
      * records (see BNDLSTRU) and tells the caller whether every
      * distribution and release level they name is already in the
      * target source library. UNBUNDLEL calls it before it touches
      * anything, so a bundle applied out of order is refused
      * instead of discovered through compile failures, and
      * BNDLAPYL calls it to decide which of its queued bundles can
      * go now and which have to wait for another.
      *
      * A required bundle is installed when its latest record in the
      * source library's INSTALLP register (BNDLINST layout) says
      * APPLIED. A bundle the register has never heard of -- one
      * applied before the register was kept -- counts as installed
      * when its latest ADD, REPLACE, DELETE, RENAME or COMPILE
      * record in the bundle library's BNDHSTP is later than any
      * ROLLBACK of it. BNDHSTP does not say which source library a
      * bundle went to, which is why the register is asked first.
      * A required release is met when the highest release level
      * among the register's installed bundles is at least the one
      * named.
      *
      * The answer goes back in PREREQUISITE-RESULT: the status, the
      * release level the bundle itself brings (its "T" record's),
      * the library's installed level, and up to ten of the
      * prerequisites found missing. Return code 1 means a command
      * failed and the answer cannot be trusted.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       file-control.
           SELECT bundle-file ASSIGN TO DATABASE-bundle
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT install-file ASSIGN TO DATABASE-install
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT history-file ASSIGN TO DATABASE-history
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  bundle-file.
       01  bundle-file-record           PIC X(100).

       FD  install-file.
       01  install-file-record          PIC X(80).

       FD  history-file.
       01  history-file-record          PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLSTRU.
           COPY BNDLINST.
           COPY BNDLHIST.

       01  command-string               PIC X(4096).
       01  command-string-length        PIC S9(10)V9(5) PACKED-DECIMAL
           VALUE 4096.
       01  command-return-code          PIC S9(9) BINARY.

       01  any-command-failed-switch    PIC X(1)  VALUE "N".
           88  any-command-failed           VALUE "Y".

       01  exit-program-switch          PIC X(1).
           88  exit-program             VALUE "Y".
           88  stay-in-program          VALUE "N".

       01  install-eof-switch           PIC X(1).
           88  install-at-end               VALUE "Y".
           88  install-not-at-end           VALUE "N".

       01  history-eof-switch           PIC X(1).
           88  history-at-end               VALUE "Y".
           88  history-not-at-end           VALUE "N".

       01  history-needed-switch        PIC X(1).
           88  history-needed               VALUE "Y".
           88  history-not-needed           VALUE "N".

       01  bundle-part-switch           PIC X(1).
           88  bundle-part-met              VALUE "Y".
           88  bundle-part-missing          VALUE "N".

       01  release-part-switch          PIC X(1).
           88  release-part-met             VALUE "Y".
           88  release-part-missing         VALUE "N".

      *----------------------------------------------------------------
      * One entry per "P" record. REQUIRED-ENTRY-STATE starts out
      * unknown and is settled by the register, or failing that by
      * the history; an entry naming only a release level is
      * settled against the installed level at the end.
      *----------------------------------------------------------------
       01  required-table.
           02  required-entry OCCURS 50.
               03  required-entry-bundle  PIC X(8).
               03  required-entry-release PIC X(10).
               03  required-entry-state   PIC X(1).
                   88  required-installed     VALUE "Y".
                   88  required-not-installed VALUE "N".
                   88  required-unknown       VALUE " ".
               03  required-history-state PIC X(1).
                   88  history-installed      VALUE "Y".
                   88  history-not-installed  VALUE "N".
       01  required-entry-count         PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  required-entry-index         PIC S9(4) PACKED-DECIMAL.

      *----------------------------------------------------------------
      * One entry per bundle the register names, holding its latest
      * action and release level.
      *----------------------------------------------------------------
       01  installed-table.
           02  installed-entry OCCURS 500.
               03  installed-bundle     PIC X(8).
               03  installed-release    PIC X(10).
               03  installed-action     PIC X(8).
       01  installed-entry-count        PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  installed-entry-index        PIC S9(4) PACKED-DECIMAL.
       01  installed-found-index        PIC S9(4) PACKED-DECIMAL.
       01  installed-found-switch       PIC X(1).
           88  installed-found              VALUE "Y".
           88  installed-not-found          VALUE "N".
       01  installed-search-bundle      PIC X(8).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  qualified-bundle-file.
           02  bundle-file-name         PIC X(8).
           02  bundle-file-library      PIC X(10).
       01  qualified-source-file.
           02  source-file-name         PIC X(10).
           02  source-file-library      PIC X(10).
       01  prerequisite-result.
           02  prerequisite-status      PIC X(1).
               88  prerequisites-met        VALUE "Y".
               88  prerequisites-missing    VALUE "N".
           02  bundle-release-level     PIC X(10).
           02  installed-release-level  PIC X(10).
           02  missing-count            PIC 9(2).
           02  missing-entry OCCURS 10.
               03  missing-bundle       PIC X(8).
               03  missing-release      PIC X(10).

      ******************************************************************
       PROCEDURE DIVISION USING qualified-bundle-file
                                qualified-source-file
                                prerequisite-result.
      *----------------------------------------------------------------
       mainline.
           PERFORM initialize-program.
           PERFORM scan-bundle-prerequisites.
           IF required-entry-count > ZERO
              PERFORM load-install-register
              PERFORM settle-from-register
                 VARYING required-entry-index FROM 1 BY 1
                 UNTIL required-entry-index > required-entry-count
              PERFORM load-history-evidence
              PERFORM settle-one-requirement
                 VARYING required-entry-index FROM 1 BY 1
                 UNTIL required-entry-index > required-entry-count
           END-IF.
           PERFORM terminate-program.
           GOBACK.
      *----------------------------------------------------------------
      * Called once per bundle, many times a night by BNDLAPYL, with
      * no CANCEL in between; every table and result is cleared.
      *----------------------------------------------------------------
       initialize-program.
           MOVE "N" TO any-command-failed-switch.
           MOVE ZERO TO required-entry-count.
           MOVE ZERO TO installed-entry-count.
           SET prerequisites-met TO TRUE.
           MOVE SPACES TO bundle-release-level.
           MOVE SPACES TO installed-release-level.
           MOVE ZERO TO missing-count.
      *----------------------------------------------------------------
       scan-bundle-prerequisites.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(BUNDLE) TOFILE(" DELIMITED BY SIZE
                  bundle-file-library           DELIMITED BY SPACE
                  "/"                           DELIMITED BY SIZE
                  bundle-file-name              DELIMITED BY SPACE
                  ")"                           DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN INPUT bundle-file.
           SET stay-in-program TO TRUE.
           PERFORM read-bundle-record UNTIL exit-program.
           CLOSE bundle-file.
           MOVE "DLTOVR FILE(BUNDLE)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       read-bundle-record.
           READ bundle-file
              INTO bundle-structure
              AT END
                 SET exit-program TO TRUE
              NOT AT END
                 PERFORM note-bundle-record
           END-READ.
      *----------------------------------------------------------------
      * A cumulative bundle's segments can each carry a release
      * level; the highest is the one the whole bundle delivers.
      *----------------------------------------------------------------
       note-bundle-record.
           EVALUATE record-type OF t-record
               WHEN "T"
                  IF release-level OF t-record >
                        bundle-release-level
                     MOVE release-level OF t-record
                        TO bundle-release-level
                  END-IF
               WHEN "P"
                  PERFORM store-required-entry
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
       store-required-entry.
           IF required-bundle OF p-record = SPACES
              AND required-release OF p-record = SPACES
              CONTINUE
           ELSE
              IF required-entry-count = 50
                 SET any-command-failed TO TRUE
                 DISPLAY "BNDLPRQL *** BUNDLE NAMES MORE THAN 50 "
                         "PREREQUISITES - EXCESS NOT CHECKED"
              ELSE
                 ADD 1 TO required-entry-count
                 MOVE required-bundle OF p-record
                    TO required-entry-bundle (required-entry-count)
                 MOVE required-release OF p-record
                    TO required-entry-release (required-entry-count)
                 MOVE SPACE
                    TO required-entry-state (required-entry-count)
                 SET history-not-installed (required-entry-count)
                    TO TRUE
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * The register is optional: a library nobody has applied a
      * bundle to since it was introduced simply has none yet.
      *----------------------------------------------------------------
       load-install-register.
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
              PERFORM read-install-register
           END-IF.
           PERFORM find-installed-level
              VARYING installed-entry-index FROM 1 BY 1
              UNTIL installed-entry-index > installed-entry-count.
      *----------------------------------------------------------------
       read-install-register.
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
           OPEN INPUT install-file.
           SET install-not-at-end TO TRUE.
           PERFORM read-install-record UNTIL install-at-end.
           CLOSE install-file.
           MOVE "DLTOVR FILE(INSTALL)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       read-install-record.
           READ install-file
              INTO install-structure
              AT END
                 SET install-at-end TO TRUE
              NOT AT END
                 PERFORM note-install-record
           END-READ.
      *----------------------------------------------------------------
       note-install-record.
           MOVE install-bundle-name TO installed-search-bundle.
           PERFORM find-installed-entry.
           IF installed-not-found
              IF installed-entry-count = 500
                 SET any-command-failed TO TRUE
                 DISPLAY "BNDLPRQL *** INSTALLP NAMES MORE THAN 500 "
                         "BUNDLES - EXCESS IGNORED"
              ELSE
                 ADD 1 TO installed-entry-count
                 MOVE installed-entry-count TO installed-found-index
                 MOVE install-bundle-name
                    TO installed-bundle (installed-found-index)
                 SET installed-found TO TRUE
              END-IF
           END-IF.
           IF installed-found
              MOVE install-release-level
                 TO installed-release (installed-found-index)
              MOVE install-action
                 TO installed-action (installed-found-index)
           END-IF.
      *----------------------------------------------------------------
       find-installed-entry.
           SET installed-not-found TO TRUE.
           MOVE ZERO TO installed-found-index.
           PERFORM test-installed-entry
              VARYING installed-entry-index FROM 1 BY 1
              UNTIL installed-entry-index > installed-entry-count
                 OR installed-found.
      *----------------------------------------------------------------
       test-installed-entry.
           IF installed-bundle (installed-entry-index) =
                 installed-search-bundle
              SET installed-found TO TRUE
              MOVE installed-entry-index TO installed-found-index
           END-IF.
      *----------------------------------------------------------------
       find-installed-level.
           IF installed-action (installed-entry-index) = "APPLIED"
              AND installed-release (installed-entry-index) >
                  installed-release-level
              MOVE installed-release (installed-entry-index)
                 TO installed-release-level
           END-IF.
      *----------------------------------------------------------------
       settle-from-register.
           IF required-entry-bundle (required-entry-index)
                 NOT = SPACES
              MOVE required-entry-bundle (required-entry-index)
                 TO installed-search-bundle
              PERFORM find-installed-entry
              IF installed-found
                 IF installed-action (installed-found-index)
                       = "APPLIED"
                    SET required-installed (required-entry-index)
                       TO TRUE
                 ELSE
                    SET required-not-installed
                       (required-entry-index) TO TRUE
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * Only worth reading the history when the register left some
      * required bundle unsettled. BNDHSTP is optional here too: a
      * bundle library that has never had a bundle applied from it
      * has none.
      *----------------------------------------------------------------
       load-history-evidence.
           SET history-not-needed TO TRUE.
           PERFORM test-requirement-unsettled
              VARYING required-entry-index FROM 1 BY 1
              UNTIL required-entry-index > required-entry-count.
           IF history-needed
              PERFORM open-history-evidence
           END-IF.
      *----------------------------------------------------------------
       test-requirement-unsettled.
           IF required-entry-bundle (required-entry-index)
                 NOT = SPACES
              AND required-unknown (required-entry-index)
              SET history-needed TO TRUE
           END-IF.
      *----------------------------------------------------------------
       open-history-evidence.
           MOVE SPACES TO command-string.
           STRING "CHKOBJ OBJ("              DELIMITED BY SIZE
                  bundle-file-library        DELIMITED BY SPACE
                  "/BNDHSTP) OBJTYPE(*FILE)" DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code = ZERO
              PERFORM read-history-evidence
           END-IF.
      *----------------------------------------------------------------
       read-history-evidence.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(HISTORY) TOFILE(" DELIMITED BY SIZE
                  bundle-file-library            DELIMITED BY SPACE
                  "/BNDHSTP)"                    DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN INPUT history-file.
           SET history-not-at-end TO TRUE.
           PERFORM read-history-record UNTIL history-at-end.
           CLOSE history-file.
           MOVE "DLTOVR FILE(HISTORY)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       read-history-record.
           READ history-file
              INTO history-structure
              AT END
                 SET history-at-end TO TRUE
              NOT AT END
                 PERFORM apply-history-to-requirements
                    VARYING required-entry-index FROM 1 BY 1
                    UNTIL required-entry-index > required-entry-count
           END-READ.
      *----------------------------------------------------------------
      * The history is appended in the order things happened, so
      * whichever record for the bundle comes last decides it.
      *----------------------------------------------------------------
       apply-history-to-requirements.
           IF required-entry-bundle (required-entry-index) =
                 history-bundle-name
              EVALUATE history-action
                  WHEN "ADD"
                  WHEN "REPLACE"
                  WHEN "DELETE"
                  WHEN "RENAME"
                  WHEN "COMPILE"
                  WHEN "RESTORE"
                     SET history-installed (required-entry-index)
                        TO TRUE
                  WHEN "ROLLBACK"
                     SET history-not-installed (required-entry-index)
                        TO TRUE
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
       settle-one-requirement.
           SET bundle-part-met TO TRUE.
           SET release-part-met TO TRUE.
           IF required-entry-bundle (required-entry-index)
                 NOT = SPACES
              IF required-unknown (required-entry-index)
                 IF history-installed (required-entry-index)
                    SET required-installed (required-entry-index)
                       TO TRUE
                 ELSE
                    SET required-not-installed
                       (required-entry-index) TO TRUE
                 END-IF
              END-IF
              IF required-not-installed (required-entry-index)
                 SET bundle-part-missing TO TRUE
              END-IF
           END-IF.
           IF required-entry-release (required-entry-index)
                 NOT = SPACES
              IF installed-release-level = SPACES
                 OR required-entry-release (required-entry-index)
                    > installed-release-level
                 SET release-part-missing TO TRUE
              END-IF
           END-IF.
           IF bundle-part-missing OR release-part-missing
              PERFORM note-missing-requirement
           END-IF.
      *----------------------------------------------------------------
       note-missing-requirement.
           SET prerequisites-missing TO TRUE.
           IF missing-count < 10
              ADD 1 TO missing-count
              MOVE SPACES TO missing-entry (missing-count)
              IF bundle-part-missing
                 MOVE required-entry-bundle (required-entry-index)
                    TO missing-bundle (missing-count)
              END-IF
              IF release-part-missing
                 MOVE required-entry-release (required-entry-index)
                    TO missing-release (missing-count)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       terminate-program.
           IF any-command-failed
              MOVE 1 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------
       log-command-result.
           IF command-return-code NOT = ZERO
              SET any-command-failed TO TRUE
              DISPLAY "BNDLPRQL *** COMMAND FAILED, RC="
                      command-return-code " CMD=" command-string
           END-IF.
