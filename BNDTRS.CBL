       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bndtrsl.

      ******************************************************************
      * Copyright (c) 1994 Duke Communications International.
      * All rights reserved.
      *
      * Trusted-sender registry maintenance. The screen (display
      * file BNDTRSD) lists, as a subfile, every site in SENDERP as
      * its latest record leaves it; the administrator keys a site
      * ID and A to activate it -- a new sender, or a new key for
      * one already on file -- with the key agreed with that site
      * and a description, or R to revoke it, and presses F6. F3
      * leaves without recording anything. This site's own entry
      * is maintained the same way; its key is the one BUNDLEL and
      * SYNCBNDL sign outgoing bundles with, and the same key has
      * to be entered for this site at every branch it ships to.
      *
      * Changes are appended to SENDERP (layout BNDLSNDR) in the
      * registry library named on the call, created here the first
      * time one is recorded, stamped with the user profile and the
      * date and time. Nothing is ever changed or removed: the
      * latest record for a site counts, and the file is the audit
      * trail of who trusted whom. BNDLKEYL reads the file from the
      * library list, so the registry library has to be on it in
      * every job that builds, checks or applies bundles. Keys are
      * never displayed.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       file-control.
           SELECT sender-file ASSIGN TO DATABASE-sender
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT sender-display ASSIGN TO WORKSTATION-bndtrsd-SI
                              ORGANIZATION IS TRANSACTION
                              ACCESS MODE IS DYNAMIC
                              RELATIVE KEY IS subfile-rrn
                              CONTROL-AREA IS display-control-area.

      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  sender-file.
       01  sender-file-record           PIC X(100).

       FD  sender-display.
       01  display-record               PIC X(131).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLSNDR.

       01  command-string               PIC X(4096).
       01  command-string-length        PIC S9(10)V9(5) PACKED-DECIMAL
           VALUE 4096.
       01  command-return-code          PIC S9(9) BINARY.

       01  any-command-failed-switch    PIC X(1)  VALUE "N".
           88  any-command-failed           VALUE "Y".

       01  operator-done-switch         PIC X(1).
           88  operator-done                VALUE "Y".
           88  operator-not-done            VALUE "N".

       01  sender-eof-switch            PIC X(1).
           88  sender-at-end                VALUE "Y".
           88  sender-not-at-end            VALUE "N".

       01  sender-file-switch           PIC X(1).
           88  sender-file-present          VALUE "Y".
           88  sender-file-missing          VALUE "N".

       01  subfile-rrn                  PIC 9(4) COMP-3.
       01  display-control-area.
           02  function-key-code        PIC X(2).
           02  control-format-name      PIC X(10).

       01  indicator-area.
           05  in40                     PIC 1 INDICATOR 40.
           05  in41                     PIC 1 INDICATOR 41.
           05  in42                     PIC 1 INDICATOR 42.
           05  in43                     PIC 1 INDICATOR 43.
           05  in44                     PIC 1 INDICATOR 44.
           05  in45                     PIC 1 INDICATOR 45.
           05  in46                     PIC 1 INDICATOR 46.

       01  trssfl-data.
           02  sfsite                   PIC X(8).
           02  sfstat                   PIC X(8).
           02  sfdesc                   PIC X(30).
           02  sfuser                   PIC X(10).
           02  sfdate                   PIC X(6).

       01  trsctl-data.
           02  thdlib                   PIC X(10).
           02  trssite                  PIC X(8).
           02  trsact                   PIC X(1).
           02  trskey                   PIC X(16).
           02  trsdsc                   PIC X(30).

      *----------------------------------------------------------------
      * TRSCTL's input buffer holds only its four input fields, not
      * the library shown above them, so the control record is read
      * into this and the keyed values moved back into TRSCTL-DATA.
      *----------------------------------------------------------------
       01  trsctl-input.
           02  keyed-site               PIC X(8).
           02  keyed-action             PIC X(1).
           02  keyed-key                PIC X(16).
           02  keyed-description        PIC X(30).

      *----------------------------------------------------------------
      * The latest record on file for each site, in the order the
      * sites were first registered.
      *----------------------------------------------------------------
       01  site-table.
           02  site-entry OCCURS 200.
               03  site-record          PIC X(100).
       01  site-entry-count             PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  site-entry-index             PIC S9(4) PACKED-DECIMAL.
       01  site-found-index             PIC S9(4) PACKED-DECIMAL.
       01  site-search-id               PIC X(8).

       01  current-user                 PIC X(10).
       01  run-date-stamp               PIC 9(6).
       01  run-time-stamp               PIC 9(6).
       01  run-time-hundredths          PIC 9(8).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  registry-library             PIC X(10).

      ******************************************************************
       PROCEDURE DIVISION USING registry-library.
      *----------------------------------------------------------------
       mainline.
           PERFORM initialize-program.
           PERFORM load-sender-registry.
           PERFORM converse-with-administrator.
           PERFORM terminate-program.
           GOBACK.
      *----------------------------------------------------------------
       initialize-program.
           MOVE "N" TO any-command-failed-switch.
           MOVE ZERO TO site-entry-count.
           MOVE SPACES TO current-user.
           CALL "RTVUSRM" USING current-user
           END-CALL.
           OPEN I-O sender-display.
      *----------------------------------------------------------------
      * No SENDERP yet simply means no senders yet; the file is
      * created when the first one is recorded.
      *----------------------------------------------------------------
       load-sender-registry.
           PERFORM check-sender-file.
           IF sender-file-present
              PERFORM override-sender-file
              OPEN INPUT sender-file
              SET sender-not-at-end TO TRUE
              PERFORM read-sender-record UNTIL sender-at-end
              CLOSE sender-file
              PERFORM delete-sender-override
           END-IF.
      *----------------------------------------------------------------
       check-sender-file.
           MOVE SPACES TO command-string.
           STRING "CHKOBJ OBJ("              DELIMITED BY SIZE
                  registry-library           DELIMITED BY SPACE
                  "/SENDERP) OBJTYPE(*FILE)" DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code = ZERO
              SET sender-file-present TO TRUE
           ELSE
              SET sender-file-missing TO TRUE
           END-IF.
      *----------------------------------------------------------------
       override-sender-file.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(SENDER) TOFILE("
                                             DELIMITED BY SIZE
                  registry-library           DELIMITED BY SPACE
                  "/SENDERP)"                DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       delete-sender-override.
           MOVE "DLTOVR FILE(SENDER)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       read-sender-record.
           READ sender-file
              INTO sender-structure
              AT END
                 SET sender-at-end TO TRUE
              NOT AT END
                 PERFORM store-site-entry
           END-READ.
      *----------------------------------------------------------------
      * A later record for a site already in the table replaces the
      * one before it in place.
      *----------------------------------------------------------------
       store-site-entry.
           MOVE sender-registry-site TO site-search-id.
           PERFORM find-site-entry.
           IF site-found-index > ZERO
              MOVE sender-structure TO site-record (site-found-index)
           ELSE
              IF site-entry-count = 200
                 DISPLAY "BNDTRSL *** MORE THAN 200 SENDERS - "
                         sender-registry-site " NOT SHOWN"
              ELSE
                 ADD 1 TO site-entry-count
                 MOVE sender-structure
                    TO site-record (site-entry-count)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       find-site-entry.
           MOVE ZERO TO site-found-index.
           PERFORM test-site-entry
              VARYING site-entry-index FROM 1 BY 1
              UNTIL site-entry-index > site-entry-count
                 OR site-found-index > ZERO.
      *----------------------------------------------------------------
       test-site-entry.
           IF site-record (site-entry-index) (1:8) = site-search-id
              MOVE site-entry-index TO site-found-index
           END-IF.
      *----------------------------------------------------------------
      * Load the subfile, then redisplay it until the administrator
      * leaves with F3. A change recorded with F6 goes into the
      * table and the subfile is reloaded, so it shows on file
      * before leaving.
      *----------------------------------------------------------------
       converse-with-administrator.
           MOVE registry-library TO thdlib.
           PERFORM clear-entry-fields.
           MOVE B"0" TO in45.
           MOVE B"0" TO in46.
           PERFORM load-subfile.
           SET operator-not-done TO TRUE.
           PERFORM redisplay-senders UNTIL operator-done.
      *----------------------------------------------------------------
       clear-entry-fields.
           MOVE SPACES TO trssite.
           MOVE SPACE  TO trsact.
           MOVE SPACES TO trskey.
           MOVE SPACES TO trsdsc.
      *----------------------------------------------------------------
       load-subfile.
           MOVE B"0" TO in40.
           MOVE B"0" TO in41.
           MOVE B"1" TO in42.
           MOVE B"0" TO in43.
           MOVE B"0" TO in44.
           WRITE display-record FORMAT IS "TRSCTL"
              FROM trsctl-data
              INDICATORS ARE indicator-area
           END-WRITE.
           MOVE B"0" TO in42.
           PERFORM load-subfile-entry
              VARYING site-entry-index FROM 1 BY 1
              UNTIL site-entry-index > site-entry-count.
           MOVE B"1" TO in43.
      *----------------------------------------------------------------
       load-subfile-entry.
           MOVE site-record (site-entry-index) TO sender-structure.
           MOVE sender-registry-site      TO sfsite.
           MOVE sender-status             TO sfstat.
           MOVE sender-description        TO sfdesc.
           MOVE sender-changed-by         TO sfuser.
           MOVE sender-changed-date       TO sfdate.
           MOVE site-entry-index TO subfile-rrn.
           WRITE SUBFILE display-record FORMAT IS "TRSSFL"
              FROM trssfl-data
              INDICATORS ARE indicator-area
           END-WRITE.
      *----------------------------------------------------------------
      * As in BNDBRWL, an empty subfile is never displayed; the
      * footer says there is nothing on file instead.
      *----------------------------------------------------------------
       redisplay-senders.
           IF site-entry-count > ZERO
              MOVE B"1" TO in40
              MOVE B"0" TO in44
           ELSE
              MOVE B"0" TO in40
              MOVE B"1" TO in44
           END-IF.
           MOVE B"1" TO in41.
           WRITE display-record FORMAT IS "TRSFTR"
              INDICATORS ARE indicator-area
           END-WRITE.
           WRITE display-record FORMAT IS "TRSCTL"
              FROM trsctl-data
              INDICATORS ARE indicator-area
           END-WRITE.
           READ sender-display FORMAT IS "TRSCTL"
              INTO trsctl-input
              INDICATORS ARE indicator-area
           END-READ.
           MOVE keyed-site        TO trssite.
           MOVE keyed-action      TO trsact.
           MOVE keyed-key         TO trskey.
           MOVE keyed-description TO trsdsc.
           MOVE B"0" TO in45.
           MOVE B"0" TO in46.
           EVALUATE function-key-code
               WHEN "03"
                  SET operator-done TO TRUE
               WHEN "06"
                  PERFORM edit-sender-change
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
      * Activating needs a key and a description; revoking needs a
      * site already on file, whose key and description are carried
      * into the revoking record.
      *----------------------------------------------------------------
       edit-sender-change.
           MOVE trssite TO site-search-id.
           PERFORM find-site-entry.
           EVALUATE TRUE
               WHEN trssite = SPACES
                  MOVE B"1" TO in46
               WHEN trsact = "A"
                    AND trskey NOT = SPACES
                    AND trsdsc NOT = SPACES
                  MOVE SPACES TO sender-structure
                  MOVE trskey TO sender-key
                  MOVE "ACTIVE" TO sender-status
                  MOVE trsdsc TO sender-description
                  PERFORM record-sender-change
               WHEN trsact = "R" AND site-found-index > ZERO
                  MOVE site-record (site-found-index)
                     TO sender-structure
                  MOVE "REVOKED" TO sender-status
                  PERFORM record-sender-change
               WHEN OTHER
                  MOVE B"1" TO in46
           END-EVALUATE.
      *----------------------------------------------------------------
       record-sender-change.
           MOVE trssite            TO sender-registry-site.
           MOVE current-user       TO sender-changed-by.
           ACCEPT run-date-stamp FROM DATE.
           ACCEPT run-time-hundredths FROM TIME.
           COMPUTE run-time-stamp = run-time-hundredths / 100.
           MOVE run-date-stamp     TO sender-changed-date.
           MOVE run-time-stamp     TO sender-changed-time.
           PERFORM check-sender-file.
           IF sender-file-missing
              PERFORM create-sender-file
           END-IF.
           PERFORM override-sender-file.
           OPEN EXTEND sender-file.
           WRITE sender-file-record FROM sender-structure.
           CLOSE sender-file.
           PERFORM delete-sender-override.
           IF any-command-failed
              DISPLAY "BNDTRSL *** CHANGE MAY NOT HAVE BEEN "
                      "RECORDED - SEE JOB LOG"
           ELSE
              MOVE B"1" TO in45
              PERFORM store-site-entry
              PERFORM clear-entry-fields
              PERFORM load-subfile
           END-IF.
      *----------------------------------------------------------------
       create-sender-file.
           MOVE SPACES TO command-string.
           STRING "CRTPF FILE("           DELIMITED BY SIZE
                  registry-library        DELIMITED BY SPACE
                  "/SENDERP) RCDLEN(100)" DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       terminate-program.
           CLOSE sender-display.
           IF any-command-failed
              MOVE 1 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------
       log-command-result.
           IF command-return-code NOT = ZERO
              SET any-command-failed TO TRUE
              DISPLAY "BNDTRSL *** COMMAND FAILED, RC="
                      command-return-code " CMD=" command-string
           END-IF.
