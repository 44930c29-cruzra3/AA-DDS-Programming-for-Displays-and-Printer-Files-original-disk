       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bndlacwl.

      ******************************************************************
      * Copyright (c) 1994 Duke Communications International.
      * All rights reserved.
      *
      * Writes a branch's acknowledgment of one bundle. UNBUNDLEL
      * calls it at the end of every real apply of a distribution,
      * and BNDLAPYL at the end of its queue for each bundle it
      * held before the apply step was ever reached, so head office
      * hears about every bundle a branch was given whether it went
      * in or not. A *CHECK preview, a rollback's replay and the
      * BNDLWRK work bundle are not distributions and are never
      * acknowledged.
      *
      * The caller passes the outcome in ACKNOWLEDGMENT-SUMMARY:
      * APPLIED or HELD, the return code, a short reason, and one
      * entry per protected member skipped ("P") or compile that
      * failed ("C"). This program adds what identifies the run at
      * head office -- the site ID from RTVSITM, the bundle's first
      * "T" record date (the date the bundle is known by
      * everywhere else), and the run stamp -- and appends a "B"
      * record followed by the entries to BNDACKP in the bundle
      * library, creating the file the first time (layout
      * BNDLACKR). Return code 1 means a command failed.
      *
      * For a consolidated bundle that went in cleanly the caller
      * also passes the name and date of each bundle it stands in
      * for; each gets a "B" record of its own with the same
      * outcome, the detail naming the consolidation it came in,
      * so head office sees every original distribution arrive.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       file-control.
           SELECT bundle-file ASSIGN TO DATABASE-bundle
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT ack-file ASSIGN TO DATABASE-ackfile
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  bundle-file.
       01  bundle-file-record           PIC X(100).

       FD  ack-file.
       01  ack-file-record              PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLSTRU.
           COPY BNDLACKR.

       01  command-string               PIC X(4096).
       01  command-string-length        PIC S9(10)V9(5) PACKED-DECIMAL
           VALUE 4096.
       01  command-return-code          PIC S9(9) BINARY.

       01  any-command-failed-switch    PIC X(1)  VALUE "N".
           88  any-command-failed           VALUE "Y".

       01  exit-program-switch          PIC X(1).
           88  exit-program             VALUE "Y".
           88  stay-in-program          VALUE "N".

       01  site-id                      PIC X(8).
       01  bundle-date-found            PIC X(6).
       01  run-date-stamp               PIC 9(6).
       01  run-time-stamp               PIC 9(6).
       01  run-time-hundredths          PIC 9(8).
       01  entry-index                  PIC S9(4) PACKED-DECIMAL.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  qualified-bundle-file.
           02  bundle-file-name         PIC X(8).
           02  bundle-file-library      PIC X(10).
       01  acknowledgment-summary.
           02  summary-status           PIC X(8).
           02  summary-return-code      PIC S9(9) BINARY.
           02  summary-detail           PIC X(17).
           02  summary-entry-count      PIC 9(3).
           02  summary-entry OCCURS 200.
               03  summary-entry-type   PIC X(1).
               03  summary-entry-member PIC X(10).
               03  summary-entry-file   PIC X(10).
           02  summary-series-count     PIC 9(3).
           02  summary-series-entry OCCURS 200.
               03  summary-series-name  PIC X(8).
               03  summary-series-date  PIC X(6).

      ******************************************************************
       PROCEDURE DIVISION USING qualified-bundle-file
                                acknowledgment-summary.
      *----------------------------------------------------------------
       mainline.
           PERFORM initialize-program.
           PERFORM find-bundle-date.
           PERFORM open-ack-file.
           PERFORM write-bundle-ack.
           PERFORM write-entry-ack
              VARYING entry-index FROM 1 BY 1
              UNTIL entry-index > summary-entry-count.
           PERFORM write-series-ack
              VARYING entry-index FROM 1 BY 1
              UNTIL entry-index > summary-series-count.
           PERFORM terminate-program.
           GOBACK.
      *----------------------------------------------------------------
      * Called once per bundle with no CANCEL in between.
      *----------------------------------------------------------------
       initialize-program.
           MOVE "N" TO any-command-failed-switch.
           MOVE "000000" TO bundle-date-found.
           MOVE SPACES TO site-id.
           CALL "RTVSITM" USING site-id
           END-CALL.
           IF site-id = SPACES
              MOVE "UNKNOWN" TO site-id
              DISPLAY "BNDLACWL *** SITE ID NOT AVAILABLE - "
                      "ACKNOWLEDGED AS UNKNOWN"
           END-IF.
           ACCEPT run-date-stamp FROM DATE.
           ACCEPT run-time-hundredths FROM TIME.
           COMPUTE run-time-stamp = run-time-hundredths / 100.
      *----------------------------------------------------------------
       find-bundle-date.
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
                 IF record-type OF t-record = "T"
                    MOVE bundle-date OF t-record
                       TO bundle-date-found
                    SET exit-program TO TRUE
                 END-IF
           END-READ.
      *----------------------------------------------------------------
       open-ack-file.
           MOVE SPACES TO command-string.
           STRING "CHKOBJ OBJ("              DELIMITED BY SIZE
                  bundle-file-library        DELIMITED BY SPACE
                  "/BNDACKP) OBJTYPE(*FILE)" DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code NOT = ZERO
              MOVE SPACES TO command-string
              STRING "CRTPF FILE("           DELIMITED BY SIZE
                     bundle-file-library     DELIMITED BY SPACE
                     "/BNDACKP) RCDLEN(100)" DELIMITED BY SIZE
                INTO command-string
              END-STRING
              CALL "CMDEXCM" USING command-string
                                   command-string-length
                                   command-return-code
              END-CALL
              PERFORM log-command-result
           END-IF.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(ACKFILE) TOFILE("
                                             DELIMITED BY SIZE
                  bundle-file-library        DELIMITED BY SPACE
                  "/BNDACKP)"                DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN EXTEND ack-file.
      *----------------------------------------------------------------
       write-bundle-ack.
           PERFORM start-ack-record.
           MOVE "B"                 TO ack-record-type.
           MOVE summary-status      TO ack-status.
           MOVE summary-return-code TO ack-return-code.
           MOVE summary-detail      TO ack-detail.
           WRITE ack-file-record FROM ack-structure.
      *----------------------------------------------------------------
       write-entry-ack.
           PERFORM start-ack-record.
           MOVE summary-entry-type (entry-index) TO ack-record-type.
           MOVE summary-status      TO ack-status.
           MOVE ZERO                TO ack-return-code.
           MOVE summary-entry-member (entry-index) TO ack-member.
           MOVE summary-entry-file (entry-index)   TO ack-source-file.
           IF summary-entry-type (entry-index) = "P"
              MOVE "PROTECTED SKIPPED" TO ack-detail
           ELSE
              MOVE "COMPILE FAILED"    TO ack-detail
           END-IF.
           WRITE ack-file-record FROM ack-structure.
      *----------------------------------------------------------------
       write-series-ack.
           PERFORM start-ack-record.
           MOVE summary-series-name (entry-index) TO ack-bundle-name.
           MOVE summary-series-date (entry-index) TO ack-bundle-date.
           MOVE "B"                 TO ack-record-type.
           MOVE summary-status      TO ack-status.
           MOVE summary-return-code TO ack-return-code.
           STRING "VIA "            DELIMITED BY SIZE
                  bundle-file-name  DELIMITED BY SPACE
             INTO ack-detail
           END-STRING.
           WRITE ack-file-record FROM ack-structure.
      *----------------------------------------------------------------
       start-ack-record.
           MOVE SPACES TO ack-structure.
           MOVE site-id                TO ack-site-id.
           MOVE bundle-file-name       TO ack-bundle-name.
           MOVE bundle-date-found      TO ack-bundle-date.
           MOVE run-date-stamp         TO ack-run-date.
           MOVE run-time-stamp         TO ack-run-time.
      *----------------------------------------------------------------
       terminate-program.
           CLOSE ack-file.
           MOVE "DLTOVR FILE(ACKFILE)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           IF any-command-failed
              MOVE 1 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------
       log-command-result.
           IF command-return-code NOT = ZERO
              SET any-command-failed TO TRUE
              DISPLAY "BNDLACWL *** COMMAND FAILED, RC="
                      command-return-code " CMD=" command-string
           END-IF.
