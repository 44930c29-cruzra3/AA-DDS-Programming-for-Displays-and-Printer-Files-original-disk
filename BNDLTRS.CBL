       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bndltrsl.

      ******************************************************************
      * Copyright (c) 1994 Duke Communications International.
      * All rights reserved.
      *
      * Trusted-sender check for a bundle. Tells the caller whether
      * every segment of the bundle comes from a sender this site
      * has registered as ACTIVE in SENDERP (layout BNDLSNDR) and
      * still carries the authentication value that sender's key
      * gives it (see BNDLSTRU), and if not, why not. UNBUNDLEL
      * calls it before every apply and *CHECK preview, BNDLAPYL
      * before it runs a queued bundle's steps, and BNDBRWL when it
      * loads a bundle for browsing.
      *
      * Each segment is checked on its own, since a bundle may be
      * several exports appended together, and each one has to name
      * its sender on an "I" record directly behind its "T" header.
      * A segment with no "I" record or with a second one, a "Z"
      * trailer with no value, records outside any T...Z segment,
      * a sender not registered or revoked, or a value that does
      * not match, refuses the whole bundle; the first such finding
      * is the one reported.
      *
      * The answer goes back in TRUST-RESULT: the status, the sender
      * named by the first segment (the sender the bundle is known
      * by in BNDHSTP), and a one-line reason when the bundle is
      * refused. Return code 1 means a command failed; the status
      * is then always "not trusted".
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       file-control.
           SELECT bundle-file ASSIGN TO DATABASE-bundle
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  bundle-file.
       01  bundle-file-record           PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLSTRU.

       01  command-string               PIC X(4096).
       01  command-string-length        PIC S9(10)V9(5) PACKED-DECIMAL
           VALUE 4096.
       01  command-return-code          PIC S9(9) BINARY.

       01  any-command-failed-switch    PIC X(1)  VALUE "N".
           88  any-command-failed           VALUE "Y".

       01  exit-program-switch          PIC X(1).
           88  exit-program             VALUE "Y".
           88  stay-in-program          VALUE "N".

       01  segment-open-switch          PIC X(1).
           88  segment-open                 VALUE "Y".
           88  segment-closed               VALUE "N".

       01  segment-sender-switch        PIC X(1).
           88  segment-identified           VALUE "Y".
           88  segment-awaiting-sender      VALUE "W".
           88  segment-unidentified         VALUE "N".

       01  segment-number               PIC 9(5).
       01  held-header-record           PIC X(100).
       01  computed-value-display       PIC 9(9).

      *----------------------------------------------------------------
      * Senders already looked up this call, so a bundle of many
      * single-member segments from one sender reads SENDERP once.
      *----------------------------------------------------------------
       01  sender-cache-table.
           02  sender-cache-entry OCCURS 50.
               03  cached-site-id       PIC X(8).
               03  cached-key           PIC X(16).
               03  cached-status        PIC X(1).
       01  sender-cache-count           PIC S9(4) PACKED-DECIMAL.
       01  sender-cache-index           PIC S9(4) PACKED-DECIMAL.
       01  sender-cache-found           PIC S9(4) PACKED-DECIMAL.

      *----------------------------------------------------------------
      * Filled in by BNDLKEYL and BNDLAUTL; see those programs for
      * the layouts.
      *----------------------------------------------------------------
       01  key-request.
           02  key-site-id              PIC X(8).
           02  key-value                PIC X(16).
           02  key-status               PIC X(1).
       01  authentication-request.
           02  authentication-function  PIC X(1).
           02  authentication-key       PIC X(16).
           02  authentication-data      PIC X(100).
           02  authentication-total     PIC 9(9).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  qualified-bundle-file.
           02  bundle-file-name         PIC X(8).
           02  bundle-file-library      PIC X(10).
       01  trust-result.
           02  trust-status             PIC X(1).
               88  bundle-trusted           VALUE "Y".
               88  bundle-not-trusted       VALUE "N".
           02  trust-sender             PIC X(8).
           02  trust-reason             PIC X(70).

      ******************************************************************
       PROCEDURE DIVISION USING qualified-bundle-file
                                trust-result.
      *----------------------------------------------------------------
       mainline.
           PERFORM initialize-program.
           PERFORM open-bundle-file.
           PERFORM read-bundle-record UNTIL exit-program.
           PERFORM check-bundle-end.
           PERFORM terminate-program.
           GOBACK.
      *----------------------------------------------------------------
      * Called once per bundle, many times a night by BNDLAPYL, with
      * no CANCEL in between; every result, switch and the sender
      * cache are cleared, so a sender revoked since the last call
      * is seen at once.
      *----------------------------------------------------------------
       initialize-program.
           MOVE "N" TO any-command-failed-switch.
           SET bundle-trusted TO TRUE.
           MOVE SPACES TO trust-sender.
           MOVE SPACES TO trust-reason.
           SET segment-closed TO TRUE.
           SET segment-unidentified TO TRUE.
           MOVE ZERO TO segment-number.
           MOVE ZERO TO sender-cache-count.
           MOVE SPACES TO authentication-key.
           MOVE ZERO TO authentication-total.
           SET stay-in-program TO TRUE.
      *----------------------------------------------------------------
       open-bundle-file.
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
      *----------------------------------------------------------------
       read-bundle-record.
           READ bundle-file
              INTO bundle-structure
              AT END
                 SET exit-program TO TRUE
              NOT AT END
                 PERFORM evaluate-bundle-record
           END-READ.
      *----------------------------------------------------------------
      * The "T" is held until the "I" behind it says whose key the
      * segment is signed with, since the key comes first in the
      * value.
      *----------------------------------------------------------------
       evaluate-bundle-record.
           EVALUATE TRUE
               WHEN record-type OF t-record = "T"
                  IF segment-open
                     MOVE "A SEGMENT ENDS WITHOUT ITS Z TRAILER"
                        TO trust-reason
                     PERFORM refuse-bundle
                  ELSE
                     ADD 1 TO segment-number
                     SET segment-open TO TRUE
                     SET segment-awaiting-sender TO TRUE
                     MOVE bundle-structure TO held-header-record
                  END-IF
               WHEN segment-closed
                  MOVE "BUNDLE HAS RECORDS OUTSIDE ANY T...Z SEGMENT"
                     TO trust-reason
                  PERFORM refuse-bundle
               WHEN record-type OF i-record = "I"
                  AND segment-awaiting-sender
                  PERFORM identify-segment-sender
               WHEN record-type OF i-record = "I"
                  AND segment-identified
                  PERFORM refuse-second-sender
               WHEN record-type OF z-record = "Z"
                  PERFORM check-segment-trailer
               WHEN segment-identified
                  PERFORM add-record-to-value
               WHEN OTHER
                  SET segment-unidentified TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------------
       identify-segment-sender.
           IF sender-site-id OF i-record = SPACES
              PERFORM refuse-unidentified-segment
           ELSE
              PERFORM find-sender-key
              PERFORM decide-segment-sender
           END-IF.
      *----------------------------------------------------------------
       decide-segment-sender.
           EVALUATE TRUE
               WHEN any-command-failed
                  MOVE "SENDER CHECK DID NOT COMPLETE - SEE JOB LOG"
                     TO trust-reason
                  PERFORM refuse-bundle
               WHEN cached-status (sender-cache-found) = "N"
                  STRING "SENDER "           DELIMITED BY SIZE
                         sender-site-id OF i-record
                                             DELIMITED BY SPACE
                         " IS NOT A REGISTERED SENDER"
                                             DELIMITED BY SIZE
                    INTO trust-reason
                  END-STRING
                  PERFORM refuse-bundle
               WHEN cached-status (sender-cache-found) = "R"
                  STRING "SENDER "           DELIMITED BY SIZE
                         sender-site-id OF i-record
                                             DELIMITED BY SPACE
                         " HAS BEEN REVOKED" DELIMITED BY SIZE
                    INTO trust-reason
                  END-STRING
                  PERFORM refuse-bundle
               WHEN OTHER
                  SET segment-identified TO TRUE
                  IF trust-sender = SPACES
                     MOVE sender-site-id OF i-record TO trust-sender
                  END-IF
                  MOVE cached-key (sender-cache-found)
                     TO authentication-key
                  MOVE "S" TO authentication-function
                  CALL "BNDLAUTL" USING authentication-request
                  END-CALL
                  MOVE held-header-record TO authentication-data
                  PERFORM call-authentication
                  PERFORM add-record-to-value
           END-EVALUATE.
      *----------------------------------------------------------------
       find-sender-key.
           MOVE ZERO TO sender-cache-found.
           PERFORM test-sender-cache-entry
              VARYING sender-cache-index FROM 1 BY 1
              UNTIL sender-cache-index > sender-cache-count
                 OR sender-cache-found > ZERO.
           IF sender-cache-found = ZERO
              PERFORM look-up-sender
           END-IF.
      *----------------------------------------------------------------
       test-sender-cache-entry.
           IF cached-site-id (sender-cache-index) =
                 sender-site-id OF i-record
              MOVE sender-cache-index TO sender-cache-found
           END-IF.
      *----------------------------------------------------------------
      * A full cache simply reuses its last slot; the lookup still
      * happens, it is only not remembered.
      *----------------------------------------------------------------
       look-up-sender.
           MOVE sender-site-id OF i-record TO key-site-id.
           CALL "BNDLKEYL" USING key-request
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              SET any-command-failed TO TRUE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           IF sender-cache-count < 50
              ADD 1 TO sender-cache-count
           END-IF.
           MOVE sender-cache-count TO sender-cache-found.
           MOVE sender-site-id OF i-record
              TO cached-site-id (sender-cache-found).
           MOVE key-value  TO cached-key (sender-cache-found).
           MOVE key-status TO cached-status (sender-cache-found).
      *----------------------------------------------------------------
       add-record-to-value.
           MOVE bundle-structure TO authentication-data.
           PERFORM call-authentication.
      *----------------------------------------------------------------
       call-authentication.
           MOVE "R" TO authentication-function.
           CALL "BNDLAUTL" USING authentication-request
           END-CALL.
      *----------------------------------------------------------------
      * The "Z" closes the segment whatever it carries; a segment
      * that never named its sender cannot be checked at all.
      *----------------------------------------------------------------
       check-segment-trailer.
           SET segment-closed TO TRUE.
           IF NOT segment-identified
              PERFORM refuse-unidentified-segment
           ELSE
              MOVE bundle-structure TO authentication-data
              MOVE "F" TO authentication-function
              CALL "BNDLAUTL" USING authentication-request
              END-CALL
              MOVE authentication-total TO computed-value-display
              EVALUATE TRUE
                  WHEN authentication-value OF z-record NOT NUMERIC
                     STRING "SEGMENT "       DELIMITED BY SIZE
                            segment-number   DELIMITED BY SIZE
                            " IS NOT AUTHENTICATED"
                                             DELIMITED BY SIZE
                       INTO trust-reason
                     END-STRING
                     PERFORM refuse-bundle
                  WHEN authentication-value OF z-record NOT =
                       computed-value-display
                     STRING "SEGMENT "       DELIMITED BY SIZE
                            segment-number   DELIMITED BY SIZE
                            " FAILS AUTHENTICATION - ALTERED OR "
                                             DELIMITED BY SIZE
                            "NOT SIGNED BY "  DELIMITED BY SIZE
                            sender-site-id OF i-record
                                             DELIMITED BY SPACE
                       INTO trust-reason
                     END-STRING
                     PERFORM refuse-bundle
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.
           SET segment-unidentified TO TRUE.
      *----------------------------------------------------------------
       refuse-unidentified-segment.
           STRING "SEGMENT "                 DELIMITED BY SIZE
                  segment-number             DELIMITED BY SIZE
                  " HAS NO SENDER IDENTIFICATION"
                                             DELIMITED BY SIZE
             INTO trust-reason
           END-STRING.
           PERFORM refuse-bundle.
      *----------------------------------------------------------------
      * Only the "I" behind the "T" is checked, so a segment naming
      * a sender anywhere else is not to be believed at all.
      *----------------------------------------------------------------
       refuse-second-sender.
           STRING "SEGMENT "                 DELIMITED BY SIZE
                  segment-number             DELIMITED BY SIZE
                  " NAMES MORE THAN ONE SENDER"
                                             DELIMITED BY SIZE
             INTO trust-reason
           END-STRING.
           PERFORM refuse-bundle.
      *----------------------------------------------------------------
       refuse-bundle.
           SET bundle-not-trusted TO TRUE.
           SET exit-program TO TRUE.
      *----------------------------------------------------------------
       check-bundle-end.
           IF bundle-trusted
              EVALUATE TRUE
                  WHEN segment-open
                     MOVE "THE LAST SEGMENT HAS NO Z TRAILER"
                        TO trust-reason
                     PERFORM refuse-bundle
                  WHEN segment-number = ZERO
                     MOVE "BUNDLE HAS NO SEGMENTS TO AUTHENTICATE"
                        TO trust-reason
                     PERFORM refuse-bundle
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
       terminate-program.
           CLOSE bundle-file.
           MOVE "DLTOVR FILE(BUNDLE)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           IF any-command-failed
              SET bundle-not-trusted TO TRUE
              IF trust-reason = SPACES
                 MOVE "SENDER CHECK DID NOT COMPLETE - SEE JOB LOG"
                    TO trust-reason
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------
       log-command-result.
           IF command-return-code NOT = ZERO
              SET any-command-failed TO TRUE
              DISPLAY "BNDLTRSL *** COMMAND FAILED, RC="
                      command-return-code " CMD=" command-string
           END-IF.
