      * reported as conflicts for a human to settle; naming one of
      * them in the force-ship parameter ships it anyway, for the
      * cases where overwriting the branch IS the intent. A blank
      * last-ship date with no branch site ID (see below) turns the
      * whole check off and the program behaves as it always has.
      *
      * Every segment -- the R/D patch segment here and each member
      * segment BUNDLEL appends -- names its source file on an "F"
      * record, so a fix spread over QCBLSRC, QDDSSRC and QCLSRC can
      * go out as one bundle: the driver calls this program once per
      * source file, the first call with the bundle-append switch
      * off (the bundle is rewritten) and the rest with it on (their
      * segments are appended), and the far end applies, previews
      * and rolls back the whole fix as a single unit.
      *
      * Head office keeps a site register, SITEREGP in the bundle
      * library (layout BNDLSITE), of what each branch has been sent
      * and what it has acknowledged. When the caller names the
      * branch's site ID, a bundle started by this call (append
      * switch off) is entered there as SHIPPED to that branch, and
      * a blank last-ship date is taken from the register instead
      * of turning the conflict check off: the run date of the
      * branch's latest APPLIED acknowledgment, or failing that the
      * date the last bundle was shipped to it. The apply date is
      * the one that matters -- members our own bundle replaced
      * carry the date it was applied on the branch, not the date
      * we shipped it. The SHIPPED entry the first call of this
      * same bundle made today is passed over, so the calls that
      * append the other source files use the same date the first
      * one did. A last-ship date of "000000" still turns the
      * check off, with or without a site ID.
      *
      * The patch segment is signed the way BUNDLEL signs each
      * member segment -- an "I" record naming this site behind the
      * "T", and the authentication value computed with this site's
      * key from SENDERP on the "Z" -- so the branch's trusted-
      * sender check accepts the whole bundle. With no active key
      * for this site the segment goes out unsigned and the return
      * code is 1.
      *
      * For branches with no compiler the caller names the library
      * the objects are built in, and BUNDLEL ships each exported
      * member's program, command or device file with it as "O"
      * records, to be restored there in place of the compile. A
      * blank object library ships source and compile commands only.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           SELECT remote-manifest-file ASSIGN TO DATABASE-remotemfst
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT register-file ASSIGN TO DATABASE-register
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FD  remote-manifest-file.
       01  remote-manifest-record       PIC X(182).

       FD  register-file.
       01  register-file-record         PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLSTRU.
           COPY BNDLMFST.
           COPY BNDLSITE.

       01  command-string               PIC X(4096).
       01  command-string-length        PIC S9(10)V9(5) PACKED-DECIMAL
       01  conflict-check-member        PIC X(10).
       01  conflict-check-date          PIC X(6).

      *----------------------------------------------------------------
      * The last-ship date the conflict check actually uses: the
      * caller's, or one found in the site register.
      *----------------------------------------------------------------
       01  effective-ship-date          PIC X(6).
       01  register-applied-date        PIC X(6).
       01  register-shipped-date        PIC X(6).
       01  register-today               PIC 9(6).
       01  register-eof-switch          PIC X(1).
           88  register-at-end              VALUE "Y".
           88  register-not-at-end          VALUE "N".
       01  shipped-time-hundredths      PIC 9(8).
       01  shipped-time-stamp           PIC 9(6).

       01  signing-key-switch           PIC X(1).
           88  signing-key-found            VALUE "Y".
           88  signing-key-missing          VALUE "N".
       01  signed-value-display         PIC 9(9).

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

       01  export-bundle-file.
           02  export-bundle-name       PIC X(8).
           02  export-bundle-library    PIC X(10).
           02  export-type              PIC X(10).
           02  export-text              PIC X(52).
           02  export-command           PIC X(4000).
           02  export-object-library    PIC X(10).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  qualified-bundle-file.
           02  bundle-file-name         PIC X(8).
           02  bundle-file-library      PIC X(10).
           02  bundle-append-switch     PIC X(1).
               88  append-to-bundle         VALUE "Y".
       01  qualified-source-file.
           02  source-file-name         PIC X(10).
           02  source-file-library      PIC X(10).
           02  object-library           PIC X(10).
       01  qualified-manifest-files.
           02  local-manifest-name      PIC X(10).
           02  local-manifest-library   PIC X(10).
           02  remote-manifest-library  PIC X(10).
           02  last-ship-date           PIC X(6).
           02  force-ship-member        PIC X(10).
           02  branch-site-id           PIC X(8).

      ******************************************************************
       PROCEDURE DIVISION USING qualified-bundle-file
           MOVE ZERO TO delete-member-total.
           MOVE ZERO TO rename-member-total.
           MOVE ZERO TO conflict-member-total.
           MOVE last-ship-date TO effective-ship-date.
           IF last-ship-date = SPACES
              AND branch-site-id NOT = SPACES
              PERFORM find-register-ship-date
           END-IF.
           PERFORM open-remote-manifest.
           PERFORM open-local-manifest.
      *----------------------------------------------------------------
      * No register yet, or nothing in it for this branch, leaves
      * the date blank and the check off, as before.
      *----------------------------------------------------------------
       find-register-ship-date.
           MOVE SPACES TO register-applied-date.
           MOVE SPACES TO register-shipped-date.
           ACCEPT register-today FROM DATE.
           MOVE SPACES TO command-string.
           STRING "CHKOBJ OBJ("              DELIMITED BY SIZE
                  bundle-file-library        DELIMITED BY SPACE
                  "/SITEREGP) OBJTYPE(*FILE)"
                                             DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code = ZERO
              PERFORM override-register-file
              OPEN INPUT register-file
              SET register-not-at-end TO TRUE
              PERFORM read-register-record UNTIL register-at-end
              CLOSE register-file
              PERFORM delete-register-override
           END-IF.
           IF register-applied-date NOT = SPACES
              MOVE register-applied-date TO effective-ship-date
           ELSE
              MOVE register-shipped-date TO effective-ship-date
           END-IF.
           DISPLAY "SYNCBNDL LAST SHIP DATE FOR " branch-site-id
                   " FROM SITEREGP: " effective-ship-date.
      *----------------------------------------------------------------
       read-register-record.
           READ register-file
              INTO register-structure
              AT END
                 SET register-at-end TO TRUE
              NOT AT END
                 IF register-site-id = branch-site-id
                    PERFORM note-register-date
                 END-IF
           END-READ.
      *----------------------------------------------------------------
       note-register-date.
           IF register-status = "APPLIED"
              AND register-run-date > register-applied-date
              MOVE register-run-date TO register-applied-date
           END-IF.
           IF register-status = "SHIPPED"
              AND register-run-date > register-shipped-date
              AND NOT (register-bundle-name = bundle-file-name
                       AND register-bundle-date = register-today)
              MOVE register-run-date TO register-shipped-date
           END-IF.
      *----------------------------------------------------------------
       override-register-file.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(REGISTER) TOFILE("
                                             DELIMITED BY SIZE
                  bundle-file-library        DELIMITED BY SPACE
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
       open-remote-manifest.
           MOVE SPACES TO command-string.
      *----------------------------------------------------------------
       check-remote-conflict.
           SET member-not-conflicting TO TRUE.
           IF effective-ship-date NOT = SPACES
              AND effective-ship-date NOT = "000000"
              AND conflict-check-date > effective-ship-date
              AND conflict-check-member NOT = force-ship-member
              SET member-conflicting TO TRUE
              ADD 1 TO conflict-member-total
              DISPLAY "SYNCBNDL *** CONFLICT " conflict-check-member
                      " REMOTE CHANGED " conflict-check-date
                      " AFTER LAST SHIP " effective-ship-date
                      " - WITHHELD"
           END-IF.
      *----------------------------------------------------------------
                 TO rename-new-member (rename-entry-count)
           END-IF.
      *----------------------------------------------------------------
      * The leading segment of the patch bundle: a T header, the "F"
      * record naming this source file, every queued "R" record, a
      * "D" record for each remote member no local member claimed,
      * and a Z trailer covering just this segment so UNBUNDLEL
      * verifies it on its own, the same way it verifies each
      * single-member segment BUNDLEL appends after it.
      *----------------------------------------------------------------
       write-patch-segment.
           MOVE SPACES TO command-string.
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           IF append-to-bundle
              OPEN EXTEND bundle-file
           ELSE
              OPEN OUTPUT bundle-file
           END-IF.

           MOVE SPACES TO bundle-structure.
           MOVE "T" TO record-type OF t-record.
                  source-file-name     DELIMITED BY SPACE
             INTO free-form-text OF t-record
           END-STRING.
           PERFORM find-signing-key.
           MOVE "S" TO authentication-function.
           CALL "BNDLAUTL" USING authentication-request
           END-CALL.
           PERFORM write-bundle-record.

           MOVE SPACES TO bundle-structure.
           MOVE "I"         TO record-type OF i-record.
           MOVE key-site-id TO sender-site-id OF i-record.
           PERFORM write-bundle-record.

           MOVE SPACES TO bundle-structure.
           MOVE "F"              TO record-type OF f-record.
           MOVE source-file-name TO target-source-file OF f-record.
           PERFORM write-bundle-record.

           PERFORM write-rename-record
              VARYING rename-entry-index FROM 1 BY 1
           MOVE patch-member-count
              TO expected-member-count OF z-record.
           MOVE ZERO TO expected-line-count OF z-record.
           IF signing-key-found
              MOVE bundle-structure TO authentication-data
              MOVE "F" TO authentication-function
              CALL "BNDLAUTL" USING authentication-request
              END-CALL
              MOVE authentication-total TO signed-value-display
              MOVE signed-value-display
                 TO authentication-value OF z-record
           END-IF.
           WRITE bundle-file-record FROM bundle-structure.

           CLOSE bundle-file.
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
      * A blank site ID asks BNDLKEYL for this site's own entry.
      *----------------------------------------------------------------
       find-signing-key.
           MOVE SPACES TO key-request.
           CALL "BNDLKEYL" USING key-request
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              SET any-command-failed TO TRUE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           IF key-status = "A" AND key-value NOT = SPACES
              SET signing-key-found TO TRUE
           ELSE
              SET signing-key-missing TO TRUE
              SET any-command-failed TO TRUE
              DISPLAY "SYNCBNDL *** NO ACTIVE SENDERP KEY FOR SITE "
                      key-site-id " - SEGMENT NOT SIGNED"
           END-IF.
           MOVE key-value TO authentication-key.
      *----------------------------------------------------------------
      * Every record of the segment up to the "Z" goes into the
      * authentication value as it is written.
      *----------------------------------------------------------------
       write-bundle-record.
           WRITE bundle-file-record FROM bundle-structure.
           MOVE bundle-structure TO authentication-data.
           MOVE "R" TO authentication-function.
           CALL "BNDLAUTL" USING authentication-request
           END-CALL.
      *----------------------------------------------------------------
       write-rename-record.
           MOVE SPACES TO bundle-structure.
              TO source-member OF r-record.
           MOVE rename-new-member (rename-entry-index)
              TO new-source-member OF r-record.
           PERFORM write-bundle-record.
           ADD 1 TO patch-member-count.
           ADD 1 TO rename-member-total.
           DISPLAY "SYNCBNDL RENAME "
                 MOVE "D" TO record-type OF d-record
                 MOVE remote-member (remote-entry-index)
                    TO source-member OF d-record
                 PERFORM write-bundle-record
                 ADD 1 TO patch-member-count
                 ADD 1 TO delete-member-total
                 DISPLAY "SYNCBNDL DELETE "
           MOVE manifest-source-text    TO export-text.
           MOVE SPACES                  TO export-command.
           MOVE manifest-compile-command TO export-command.
           MOVE object-library          TO export-object-library.
           CALL "BUNDLEL" USING export-bundle-file
                                export-source-file
                                export-descriptor
           END-IF.
           ADD 1 TO export-member-total.
           DISPLAY "SYNCBNDL EXPORT " manifest-member.
      *----------------------------------------------------------------
      * One SHIPPED entry per bundle per branch: only the call that
      * started the bundle makes it, dated with the bundle's own
      * "T" date, which is also its shipping date.
      *----------------------------------------------------------------
       record-bundle-shipped.
           MOVE SPACES TO command-string.
           STRING "CHKOBJ OBJ("              DELIMITED BY SIZE
                  bundle-file-library        DELIMITED BY SPACE
                  "/SITEREGP) OBJTYPE(*FILE)"
                                             DELIMITED BY SIZE
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
           ACCEPT shipped-time-hundredths FROM TIME.
           COMPUTE shipped-time-stamp = shipped-time-hundredths / 100.
           PERFORM override-register-file.
           OPEN EXTEND register-file.
           MOVE SPACES TO register-structure.
           MOVE branch-site-id     TO register-site-id.
           MOVE bundle-file-name   TO register-bundle-name.
           MOVE patch-bundle-date  TO register-bundle-date.
           MOVE "SHIPPED"          TO register-status.
           MOVE ZERO               TO register-return-code.
           MOVE patch-bundle-date  TO register-run-date.
           MOVE shipped-time-stamp TO register-run-time.
           MOVE ZERO               TO register-protected-count.
           MOVE ZERO               TO register-failed-count.
           MOVE patch-bundle-date  TO register-posted-date.
           MOVE "SYNCBNDL"         TO register-detail.
           WRITE register-file-record FROM register-structure.
           CLOSE register-file.
           PERFORM delete-register-override.
           DISPLAY "SYNCBNDL BUNDLE " bundle-file-name
                   " RECORDED AS SHIPPED TO " branch-site-id.
      *----------------------------------------------------------------
       terminate-program.
           IF branch-site-id NOT = SPACES
              AND NOT append-to-bundle
              AND NOT any-command-failed
              PERFORM record-bundle-shipped
           END-IF.
           DISPLAY "SYNCBNDL MEMBERS EXPORTED . : "
                   export-member-total.
           DISPLAY "SYNCBNDL MEMBERS DELETED  . : "
