       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bndlackl.

      ******************************************************************
      * Copyright (c) 1994 Duke Communications International.
      * All rights reserved.
      *
      * Head-office loader for branch acknowledgments. A branch's
      * BNDACKP (layout BNDLACKR), once it has come back to head
      * office, is named on the call; every bundle outcome in it --
      * APPLIED or HELD, with its return code and the counts of
      * protected members skipped and compiles failed -- is posted
      * into the site register SITEREGP (layout BNDLSITE) in the
      * register library, which is created the first time.
      *
      * A branch's file only grows until the branch clears it, so
      * the same acknowledgment often arrives more than once. One
      * already in the register -- same site, bundle, bundle date
      * and branch run stamp -- is listed as ALREADY POSTED and not
      * posted again, so a file can be loaded as often as it is
      * sent. A file holding more than 2000 bundle outcomes is
      * loaded up to there and ends with return code 1; the branch
      * should CLRPFM its BNDACKP once a load has gone through.
      *
      * The report lists every acknowledgment in the file with its
      * protected-member and failed-compile lines under it. Return
      * code 2 means something newly posted was HELD or ended
      * nonzero and wants looking at; 1 means a command failed.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       file-control.
           SELECT ack-file ASSIGN TO DATABASE-ackfile
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT register-file ASSIGN TO DATABASE-register
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT report-file ASSIGN TO PRINTER-report
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ack-file.
       01  ack-file-record              PIC X(100).

       FD  register-file.
       01  register-file-record         PIC X(100).

       FD  report-file.
       01  report-record                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLACKR.
           COPY BNDLSITE.

       01  command-string               PIC X(4096).
       01  command-string-length        PIC S9(10)V9(5) PACKED-DECIMAL
           VALUE 4096.
       01  command-return-code          PIC S9(9) BINARY.

       01  any-command-failed-switch    PIC X(1)  VALUE "N".
           88  any-command-failed           VALUE "Y".

       01  attention-switch             PIC X(1)  VALUE "N".
           88  attention-needed             VALUE "Y".

       01  ack-eof-switch               PIC X(1).
           88  ack-at-end                   VALUE "Y".
           88  ack-not-at-end               VALUE "N".

       01  register-eof-switch          PIC X(1).
           88  register-at-end              VALUE "Y".
           88  register-not-at-end          VALUE "N".

       01  register-file-switch         PIC X(1).
           88  register-file-present        VALUE "Y".
           88  register-file-missing        VALUE "N".

      *----------------------------------------------------------------
      * One entry per "B" record in the acknowledgment file, in file
      * order, with its "P" and "C" records counted against it.
      *----------------------------------------------------------------
       01  posting-table.
           02  posting-entry OCCURS 2000.
               03  posting-site         PIC X(8).
               03  posting-bundle       PIC X(8).
               03  posting-bundle-date  PIC X(6).
               03  posting-run-date     PIC X(6).
               03  posting-run-time     PIC X(6).
               03  posting-status       PIC X(8).
               03  posting-return-code  PIC S9(9) BINARY.
               03  posting-detail       PIC X(17).
               03  posting-protected-count
                                        PIC 9(3).
               03  posting-failed-count PIC 9(3).
               03  posting-state        PIC X(1).
                   88  posting-new          VALUE "N".
                   88  posting-duplicate    VALUE "D".
       01  posting-count                PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  posting-index                PIC S9(4) PACKED-DECIMAL.
       01  posting-found-index          PIC S9(4) PACKED-DECIMAL.
       01  posting-found-switch         PIC X(1).
           88  posting-found                VALUE "Y".
           88  posting-not-found            VALUE "N".

      *----------------------------------------------------------------
      * The "P" and "C" records, each tied to its posting entry.
      *----------------------------------------------------------------
       01  line-table.
           02  line-entry OCCURS 4000.
               03  line-posting-index   PIC S9(4) PACKED-DECIMAL.
               03  line-type            PIC X(1).
               03  line-member          PIC X(10).
               03  line-file            PIC X(10).
       01  line-count                   PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  line-index                   PIC S9(4) PACKED-DECIMAL.

       01  run-date-stamp               PIC 9(6).
       01  ack-read-total               PIC 9(5)  VALUE ZERO.
       01  posted-total                 PIC 9(5)  VALUE ZERO.
       01  duplicate-total              PIC 9(5)  VALUE ZERO.
       01  dropped-record-total         PIC 9(5)  VALUE ZERO.
       01  total-edit                   PIC Z(4)9.
       01  count-edit                   PIC ZZ9.
       01  return-code-edit             PIC -(9)9.
       01  report-line-work             PIC X(132).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  qualified-ack-file.
           02  ack-file-name            PIC X(10).
           02  ack-file-library         PIC X(10).
       01  register-library             PIC X(10).

      ******************************************************************
       PROCEDURE DIVISION USING qualified-ack-file
                                register-library.
      *----------------------------------------------------------------
       mainline.
           PERFORM initialize-program.
           PERFORM read-ack-record UNTIL ack-at-end.
           PERFORM close-ack-file.
           PERFORM check-register-file.
           IF register-file-present
              PERFORM read-register-file
           END-IF.
           PERFORM write-posting-lines
              VARYING posting-index FROM 1 BY 1
              UNTIL posting-index > posting-count.
           IF posted-total > ZERO
              PERFORM post-new-acknowledgments
           END-IF.
           PERFORM terminate-program.
           GOBACK.
      *----------------------------------------------------------------
       initialize-program.
           MOVE "N" TO any-command-failed-switch.
           MOVE "N" TO attention-switch.
           MOVE ZERO TO posting-count.
           MOVE ZERO TO line-count.
           MOVE ZERO TO ack-read-total.
           MOVE ZERO TO posted-total.
           MOVE ZERO TO duplicate-total.
           MOVE ZERO TO dropped-record-total.
           ACCEPT run-date-stamp FROM DATE.
           PERFORM open-ack-file.
           PERFORM open-report-file.
      *----------------------------------------------------------------
       open-ack-file.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(ACKFILE) TOFILE(" DELIMITED BY SIZE
                  ack-file-library               DELIMITED BY SPACE
                  "/"                            DELIMITED BY SIZE
                  ack-file-name                  DELIMITED BY SPACE
                  ")"                            DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN INPUT ack-file.
           SET ack-not-at-end TO TRUE.
      *----------------------------------------------------------------
       open-report-file.
           OPEN OUTPUT report-file.
           MOVE SPACES TO report-record.
           STRING "BNDLACKL BRANCH ACKNOWLEDGMENTS FROM "
                                             DELIMITED BY SIZE
                  ack-file-library           DELIMITED BY SPACE
                  "/"                        DELIMITED BY SIZE
                  ack-file-name              DELIMITED BY SPACE
                  " INTO "                   DELIMITED BY SIZE
                  register-library           DELIMITED BY SPACE
                  "/SITEREGP"                DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE SPACES TO report-record.
           STRING "SITE     BUNDLE   BNDDATE RUNDATE RUNTIME STATUS "
                  "          RC  PROT  FAIL POSTING        DETAIL"
                                             DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       read-ack-record.
           READ ack-file
              INTO ack-structure
              AT END
                 SET ack-at-end TO TRUE
              NOT AT END
                 PERFORM store-ack-record
           END-READ.
      *----------------------------------------------------------------
       store-ack-record.
           EVALUATE ack-record-type
               WHEN "B"
                  PERFORM store-bundle-ack
               WHEN "P"
                  PERFORM store-member-ack
               WHEN "C"
                  PERFORM store-member-ack
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
       store-bundle-ack.
           ADD 1 TO ack-read-total.
           IF posting-count = 2000
              ADD 1 TO dropped-record-total
           ELSE
              ADD 1 TO posting-count
              MOVE ack-site-id     TO posting-site (posting-count)
              MOVE ack-bundle-name TO posting-bundle (posting-count)
              MOVE ack-bundle-date
                 TO posting-bundle-date (posting-count)
              MOVE ack-run-date    TO posting-run-date (posting-count)
              MOVE ack-run-time    TO posting-run-time (posting-count)
              MOVE ack-status      TO posting-status (posting-count)
              MOVE ack-return-code
                 TO posting-return-code (posting-count)
              MOVE ack-detail      TO posting-detail (posting-count)
              MOVE ZERO TO posting-protected-count (posting-count)
              MOVE ZERO TO posting-failed-count (posting-count)
              SET posting-new (posting-count) TO TRUE
           END-IF.
      *----------------------------------------------------------------
      * A "P" or "C" record belongs to the "B" record of the same
      * site, bundle and run; BNDLACWL writes them straight after
      * it, so the search runs back from the newest entry.
      *----------------------------------------------------------------
       store-member-ack.
           SET posting-not-found TO TRUE.
           PERFORM test-posting-for-member
              VARYING posting-index FROM posting-count BY -1
              UNTIL posting-index < 1
                 OR posting-found.
           IF posting-found AND line-count < 4000
              ADD 1 TO line-count
              MOVE posting-found-index
                 TO line-posting-index (line-count)
              MOVE ack-record-type TO line-type (line-count)
              MOVE ack-member      TO line-member (line-count)
              MOVE ack-source-file TO line-file (line-count)
              IF ack-record-type = "P"
                 ADD 1 TO posting-protected-count (posting-found-index)
              ELSE
                 ADD 1 TO posting-failed-count (posting-found-index)
              END-IF
           ELSE
              ADD 1 TO dropped-record-total
           END-IF.
      *----------------------------------------------------------------
       test-posting-for-member.
           IF posting-site (posting-index) = ack-site-id
              AND posting-bundle (posting-index) = ack-bundle-name
              AND posting-bundle-date (posting-index) =
                  ack-bundle-date
              AND posting-run-date (posting-index) = ack-run-date
              AND posting-run-time (posting-index) = ack-run-time
              SET posting-found TO TRUE
              MOVE posting-index TO posting-found-index
           END-IF.
      *----------------------------------------------------------------
       close-ack-file.
           CLOSE ack-file.
           MOVE "DLTOVR FILE(ACKFILE)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
      * No SITEREGP yet simply means nothing has been posted yet.
      *----------------------------------------------------------------
       check-register-file.
           MOVE SPACES TO command-string.
           STRING "CHKOBJ OBJ("              DELIMITED BY SIZE
                  register-library           DELIMITED BY SPACE
                  "/SITEREGP) OBJTYPE(*FILE)"
                                             DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code = ZERO
              SET register-file-present TO TRUE
           ELSE
              SET register-file-missing TO TRUE
           END-IF.
      *----------------------------------------------------------------
       read-register-file.
           PERFORM override-register-file.
           OPEN INPUT register-file.
           SET register-not-at-end TO TRUE.
           PERFORM read-register-record UNTIL register-at-end.
           CLOSE register-file.
           PERFORM delete-register-override.
      *----------------------------------------------------------------
       read-register-record.
           READ register-file
              INTO register-structure
              AT END
                 SET register-at-end TO TRUE
              NOT AT END
                 IF register-status NOT = "SHIPPED"
                    PERFORM test-posting-duplicate
                       VARYING posting-index FROM 1 BY 1
                       UNTIL posting-index > posting-count
                 END-IF
           END-READ.
      *----------------------------------------------------------------
       test-posting-duplicate.
           IF posting-site (posting-index) = register-site-id
              AND posting-bundle (posting-index) =
                  register-bundle-name
              AND posting-bundle-date (posting-index) =
                  register-bundle-date
              AND posting-run-date (posting-index) =
                  register-run-date
              AND posting-run-time (posting-index) =
                  register-run-time
              SET posting-duplicate (posting-index) TO TRUE
           END-IF.
      *----------------------------------------------------------------
      * The totals are settled here, so the posting pass after it
      * knows whether there is anything to write.
      *----------------------------------------------------------------
       write-posting-lines.
           MOVE SPACES TO report-line-work.
           MOVE posting-site (posting-index)
              TO report-line-work (1:8).
           MOVE posting-bundle (posting-index)
              TO report-line-work (10:8).
           MOVE posting-bundle-date (posting-index)
              TO report-line-work (19:6).
           MOVE posting-run-date (posting-index)
              TO report-line-work (27:6).
           MOVE posting-run-time (posting-index)
              TO report-line-work (35:6).
           MOVE posting-status (posting-index)
              TO report-line-work (43:8).
           MOVE posting-return-code (posting-index)
              TO return-code-edit.
           MOVE return-code-edit TO report-line-work (52:10).
           MOVE posting-protected-count (posting-index) TO count-edit.
           MOVE count-edit TO report-line-work (65:3).
           MOVE posting-failed-count (posting-index) TO count-edit.
           MOVE count-edit TO report-line-work (71:3).
           IF posting-duplicate (posting-index)
              ADD 1 TO duplicate-total
              MOVE "ALREADY POSTED" TO report-line-work (75:14)
           ELSE
              ADD 1 TO posted-total
              MOVE "POSTED"         TO report-line-work (75:14)
              IF posting-status (posting-index) NOT = "APPLIED"
                 OR posting-return-code (posting-index) NOT = ZERO
                 SET attention-needed TO TRUE
              END-IF
           END-IF.
           MOVE posting-detail (posting-index)
              TO report-line-work (90:17).
           MOVE report-line-work TO report-record.
           WRITE report-record.
           PERFORM write-member-line
              VARYING line-index FROM 1 BY 1
              UNTIL line-index > line-count.
      *----------------------------------------------------------------
       write-member-line.
           IF line-posting-index (line-index) = posting-index
              MOVE SPACES TO report-line-work
              IF line-type (line-index) = "P"
                 MOVE "PROTECTED MEMBER SKIPPED"
                    TO report-line-work (10:24)
              ELSE
                 MOVE "COMPILE FAILED"
                    TO report-line-work (10:24)
              END-IF
              MOVE line-member (line-index)
                 TO report-line-work (35:10)
              MOVE line-file (line-index)
                 TO report-line-work (46:10)
              MOVE report-line-work TO report-record
              WRITE report-record
           END-IF.
      *----------------------------------------------------------------
      * The register is only ever appended to, and is created the
      * first time anything is posted.
      *----------------------------------------------------------------
       post-new-acknowledgments.
           IF register-file-missing
              MOVE SPACES TO command-string
              STRING "CRTPF FILE("           DELIMITED BY SIZE
                     register-library        DELIMITED BY SPACE
                     "/SITEREGP) RCDLEN(100)"
                                             DELIMITED BY SIZE
                INTO command-string
              END-STRING
              CALL "CMDEXCM" USING command-string
                                   command-string-length
                                   command-return-code
              END-CALL
              PERFORM log-command-result
           END-IF.
           PERFORM override-register-file.
           OPEN EXTEND register-file.
           PERFORM post-one-acknowledgment
              VARYING posting-index FROM 1 BY 1
              UNTIL posting-index > posting-count.
           CLOSE register-file.
           PERFORM delete-register-override.
      *----------------------------------------------------------------
       post-one-acknowledgment.
           IF posting-new (posting-index)
              MOVE SPACES TO register-structure
              MOVE posting-site (posting-index) TO register-site-id
              MOVE posting-bundle (posting-index)
                 TO register-bundle-name
              MOVE posting-bundle-date (posting-index)
                 TO register-bundle-date
              MOVE posting-status (posting-index) TO register-status
              MOVE posting-return-code (posting-index)
                 TO register-return-code
              MOVE posting-run-date (posting-index)
                 TO register-run-date
              MOVE posting-run-time (posting-index)
                 TO register-run-time
              MOVE posting-protected-count (posting-index)
                 TO register-protected-count
              MOVE posting-failed-count (posting-index)
                 TO register-failed-count
              MOVE run-date-stamp TO register-posted-date
              MOVE posting-detail (posting-index) TO register-detail
              WRITE register-file-record FROM register-structure
           END-IF.
      *----------------------------------------------------------------
       override-register-file.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(REGISTER) TOFILE("
                                             DELIMITED BY SIZE
                  register-library           DELIMITED BY SPACE
                  "/SITEREGP)"               DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       delete-register-override.
           MOVE "DLTOVR FILE(REGISTER)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       terminate-program.
           MOVE SPACES TO report-record.
           WRITE report-record.
           MOVE ack-read-total TO total-edit.
           MOVE SPACES TO report-record.
           STRING "ACKNOWLEDGMENTS READ . . . . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE posted-total TO total-edit.
           MOVE SPACES TO report-record.
           STRING "POSTED TO THE REGISTER . . . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE duplicate-total TO total-edit.
           MOVE SPACES TO report-record.
           STRING "ALREADY POSTED . . . . . . . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           IF dropped-record-total > ZERO
              MOVE dropped-record-total TO total-edit
              MOVE SPACES TO report-record
              STRING "*** RECORDS NOT LOADED . . . : "
                     DELIMITED BY SIZE
                     total-edit
                     DELIMITED BY SIZE
                INTO report-record
              END-STRING
              WRITE report-record
              SET any-command-failed TO TRUE
           END-IF.
           CLOSE report-file.
           EVALUATE TRUE
               WHEN any-command-failed
                  MOVE 1 TO RETURN-CODE
               WHEN attention-needed
                  MOVE 2 TO RETURN-CODE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
       log-command-result.
           IF command-return-code NOT = ZERO
              SET any-command-failed TO TRUE
              DISPLAY "BNDLACKL *** COMMAND FAILED, RC="
                      command-return-code " CMD=" command-string
           END-IF.
