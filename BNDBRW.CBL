      * without touching anything. Vendors ship cumulative bundles;
      * this is how we take the two members that fix our problem
      * and leave the other sixty alone.
      *
      * A bundle can switch source files part-way through with an
      * "F" record, so every manifest entry carries the file it goes
      * to and the screen shows it. The work bundle gets an "F"
      * record of its own ahead of any selected entry whose file is
      * not the one the work bundle is currently writing to.
      *
      * "P" prerequisite records are copied to the work bundle
      * whatever is selected, so UNBUNDLEL still refuses a selection
      * from a bundle whose prerequisites are not installed.
      *
      * Nothing is applied from a bundle a second person has not
      * approved. BNDLGATL is asked when the bundle is loaded and
      * the answer is shown under the header; F6 on an unapproved
      * bundle is refused. The work bundle is a new file that no
      * reviewer has seen, so UNBUNDLEL -- which checks approval for
      * itself -- is told which bundle, and which build of it, the
      * selection came from, and checks that bundle's sign-off.
      * Nothing is written to APPROVEP: it holds only decisions
      * someone actually made.
      *
      * Nor is anything applied from a bundle that fails the
      * trusted-sender check. BNDLTRSL is asked when the bundle is
      * loaded, the sender or the reason for refusing it is shown
      * under the approval, and F6 on a bundle that fails is
      * refused. The work bundle is rewritten, so the original's
      * authentication no longer covers it; it is given an "I"
      * record naming the sender of the bundle it was selected
      * from and signed again with that sender's key from SENDERP,
      * so UNBUNDLEL's own check passes for the selection and the
      * history still names where the code came from.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       01  work-bundle-record           PIC X(100).

       FD  bundle-display.
       01  display-record               PIC X(235).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLSTRU.
           05  in42                     PIC 1 INDICATOR 42.
           05  in43                     PIC 1 INDICATOR 43.
           05  in44                     PIC 1 INDICATOR 44.
           05  in45                     PIC 1 INDICATOR 45.
           05  in46                     PIC 1 INDICATOR 46.

       01  brwsfl-data.
           02  selopt                   PIC X(1).
           02  sfact                    PIC X(7).
           02  sfline                   PIC 9(5).
           02  sfcmpl                   PIC X(1).
           02  sffile                   PIC X(10).
           02  sftext                   PIC X(20).

       01  brwctl-data.
           02  bhdqual                  PIC X(19).
           02  bhdtxt                   PIC X(70).
           02  bhddat                   PIC X(6).
           02  bhdapr                   PIC X(70).
           02  bhdsnd                   PIC X(70).

       01  manifest-table.
           02  manifest-entry OCCURS 200.
               03  manifest-member      PIC X(10).
               03  manifest-new-name    PIC X(10).
               03  manifest-type        PIC X(10).
               03  manifest-file        PIC X(10).
               03  manifest-text        PIC X(52).
               03  manifest-line-count  PIC 9(5).
               03  manifest-compile     PIC X(1).
       01  manifest-entry-index         PIC S9(4) PACKED-DECIMAL.
       01  manifest-found-index         PIC S9(4) PACKED-DECIMAL.

       01  manifest-source-file         PIC X(10).
       01  copy-source-file             PIC X(10).
       01  work-source-file             PIC X(10).

       01  work-switch-record.
           02  FILLER                   PIC X(1)  VALUE "F".
           02  FILLER                   PIC X(1)  VALUE SPACE.
           02  work-switch-file         PIC X(10).
           02  FILLER                   PIC X(88) VALUE SPACES.

       01  header-text-save             PIC X(72).
       01  header-date-save             PIC X(6).
       01  header-seen-switch           PIC X(1)  VALUE "N".
       01  expand-line-length           PIC 9(2).
       01  x-logical-line-count         PIC S9(3) PACKED-DECIMAL.

      *----------------------------------------------------------------
      * Filled in by BNDLGATL; see that program for the layout.
      *----------------------------------------------------------------
       01  approval-result.
           02  approval-status          PIC X(1).
               88  bundle-approved          VALUE "Y".
               88  bundle-not-approved      VALUE "N".
           02  approved-by              PIC X(10).
           02  approved-on              PIC X(6).
           02  approval-bundle-date-used
                                        PIC X(6).
           02  refusal-reason           PIC X(70).

      *----------------------------------------------------------------
      * Filled in by BNDLTRSL, BNDLKEYL and BNDLAUTL; see those
      * programs for the layouts.
      *----------------------------------------------------------------
       01  trust-result.
           02  trust-status             PIC X(1).
               88  bundle-trusted           VALUE "Y".
               88  bundle-not-trusted       VALUE "N".
           02  trust-sender             PIC X(8).
           02  trust-reason             PIC X(70).
       01  key-request.
           02  key-site-id              PIC X(8).
           02  key-value                PIC X(16).
           02  key-status               PIC X(1).
       01  authentication-request.
           02  authentication-function  PIC X(1).
           02  authentication-key       PIC X(16).
           02  authentication-data      PIC X(100).
           02  authentication-total     PIC 9(9).
       01  signed-value-display         PIC 9(9).

       01  selected-member-count        PIC 9(5)  VALUE ZERO.
       01  selected-line-count          PIC 9(8)  VALUE ZERO.

           02  apply-bundle-library     PIC X(10).
           02  apply-restart-switch     PIC X(1)  VALUE "N".
           02  apply-mode-parm          PIC X(10) VALUE SPACES.
           02  apply-selected-from      PIC X(8).
           02  apply-selected-date      PIC X(6).
       01  apply-source-parm.
           02  apply-file-name          PIC X(10).
           02  apply-file-library       PIC X(10).
           02  apply-restart-member     PIC X(10) VALUE SPACES.
           02  apply-staging-library    PIC X(10) VALUE SPACES.
           02  apply-restart-file       PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  qualified-bundle-file.
       mainline.
           PERFORM initialize-program.
           PERFORM load-bundle-manifest UNTIL exit-program.
           PERFORM check-bundle-approval.
           PERFORM check-bundle-sender.
           PERFORM converse-with-operator.
           IF apply-requested
              PERFORM extract-selected-records
           SET header-not-seen TO TRUE.
           MOVE SPACES TO header-text-save.
           MOVE SPACES TO header-date-save.
           MOVE source-file-name TO manifest-source-file.
           PERFORM open-bundle-file.
           OPEN I-O bundle-display.
           SET stay-in-program TO TRUE.
      * they belong to. A cumulative bundle holds several T...Z
      * segments, so the screen header keeps the first T record's
      * text and every segment's entries go into the one manifest.
      * Each T puts the file back to the one we were called with,
      * exactly as UNBUNDLEL does, and an F moves it on.
      *----------------------------------------------------------------
       store-manifest-record.
           EVALUATE record-type OF t-record
               WHEN "T"
                  MOVE source-file-name TO manifest-source-file
                  IF header-not-seen
                     MOVE free-form-text OF t-record
                        TO header-text-save
                        TO header-date-save
                     SET header-seen TO TRUE
                  END-IF
               WHEN "F"
                  MOVE target-source-file OF f-record
                     TO manifest-source-file
               WHEN "M"
                  PERFORM store-member-entry
               WHEN "W"
              MOVE source-member OF m-record
                 TO manifest-member (manifest-entry-count)
              MOVE SPACES TO manifest-new-name (manifest-entry-count)
              MOVE manifest-source-file
                 TO manifest-file (manifest-entry-count)
              MOVE source-type OF m-record
                 TO manifest-type (manifest-entry-count)
              MOVE source-text OF m-record
              MOVE source-member OF d-record
                 TO manifest-member (manifest-entry-count)
              MOVE SPACES TO manifest-new-name (manifest-entry-count)
              MOVE manifest-source-file
                 TO manifest-file (manifest-entry-count)
              MOVE SPACES TO manifest-type (manifest-entry-count)
              MOVE "MEMBER RETIRED BY THIS BUNDLE"
                 TO manifest-text (manifest-entry-count)
                 TO manifest-member (manifest-entry-count)
              MOVE new-source-member OF r-record
                 TO manifest-new-name (manifest-entry-count)
              MOVE manifest-source-file
                 TO manifest-file (manifest-entry-count)
              MOVE SPACES TO manifest-type (manifest-entry-count)
              MOVE SPACES TO manifest-text (manifest-entry-count)
              STRING "RENAMED TO "           DELIMITED BY SIZE
              (expand-position + 1:2) TO expand-line-length.
           COMPUTE expand-position = expand-position + 3 +
              expand-line-length.
      *----------------------------------------------------------------
       check-bundle-approval.
           CALL "BNDLGATL" USING qualified-bundle-file
                                 approval-result
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              SET bundle-not-approved TO TRUE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO bhdapr.
           IF bundle-approved
              STRING "APPROVED BY "       DELIMITED BY SIZE
                     approved-by          DELIMITED BY SPACE
                     " ON "               DELIMITED BY SIZE
                     approved-on          DELIMITED BY SIZE
                INTO bhdapr
              END-STRING
           ELSE
              MOVE refusal-reason TO bhdapr
           END-IF.
      *----------------------------------------------------------------
       check-bundle-sender.
           CALL "BNDLTRSL" USING qualified-bundle-file
                                 trust-result
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              SET bundle-not-trusted TO TRUE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO bhdsnd.
           IF bundle-trusted
              STRING "AUTHENTICATED AS SENT BY " DELIMITED BY SIZE
                     trust-sender                DELIMITED BY SPACE
                INTO bhdsnd
              END-STRING
           ELSE
              MOVE trust-reason TO bhdsnd
           END-IF.
      *----------------------------------------------------------------
      * Clear and load the subfile, then redisplay it until the
      * operator leaves with F3 or asks for the apply with F6.
           MOVE B"1" TO in42.
           MOVE B"0" TO in43.
           MOVE B"0" TO in44.
           MOVE B"0" TO in45.
           MOVE B"0" TO in46.
           WRITE display-record FORMAT IS "BRWCTL"
              FROM brwctl-data
              INDICATORS ARE indicator-area
           MOVE manifest-line-count (manifest-entry-index)
              TO sfline.
           MOVE manifest-compile (manifest-entry-index) TO sfcmpl.
           MOVE manifest-file (manifest-entry-index) TO sffile.
           MOVE manifest-text (manifest-entry-index) (1:20)
              TO sftext.
           MOVE manifest-entry-index TO subfile-rrn.
           WRITE SUBFILE display-record FORMAT IS "BRWSFL"
               WHEN "03"
                  SET operator-done TO TRUE
               WHEN "06"
                  EVALUATE TRUE
                      WHEN bundle-not-trusted
                         MOVE B"1" TO in46
                         DISPLAY "BNDBRWL *** APPLY REFUSED - "
                                 trust-reason
                      WHEN bundle-not-approved
                         MOVE B"1" TO in45
                         DISPLAY "BNDBRWL *** APPLY REFUSED - "
                                 refusal-reason
                      WHEN OTHER
                         PERFORM gather-selections
                         IF selected-member-count > ZERO
                            SET apply-requested TO TRUE
                            SET operator-done TO TRUE
                         END-IF
                  END-EVALUATE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
       test-manifest-entry.
           IF manifest-member (manifest-entry-index) = sfmbr
              AND manifest-action (manifest-entry-index) = sfact
              AND manifest-file (manifest-entry-index) = sffile
              SET manifest-found TO TRUE
              MOVE manifest-entry-index TO manifest-found-index
           END-IF.
      * Second pass over the bundle: copy the selected segments to
      * the BNDLWRK work bundle under a fresh header, computing a
      * "Z" trailer for just what was copied so UNBUNDLEL's
      * verification holds for the selection. The work bundle has
      * one T, so it starts out writing to the file we were called
      * with; copy-source-file follows the original bundle's T and F
      * records and write-work-switch catches the work bundle up.
      * The original's "I" and "Z" records are not copied; the work
      * bundle gets its own, signed as described above.
      *----------------------------------------------------------------
       extract-selected-records.
           PERFORM open-work-bundle.
           SET stay-in-program TO TRUE.
           MOVE ZERO TO selected-member-count.
           MOVE ZERO TO selected-line-count.
           MOVE source-file-name TO copy-source-file.
           MOVE source-file-name TO work-source-file.
           PERFORM find-work-signing-key.
           PERFORM write-work-header.
           PERFORM copy-selected-record UNTIL exit-program.
           PERFORM write-work-trailer.
           END-CALL.
           PERFORM log-command-result.
           OPEN OUTPUT work-bundle-file.
      *----------------------------------------------------------------
      * The bundle passed the sender check on load, so its first
      * sender is registered and active here; a key that has gone
      * since leaves the work bundle unsigned, and UNBUNDLEL will
      * refuse it.
      *----------------------------------------------------------------
       find-work-signing-key.
           MOVE SPACES TO key-request.
           MOVE trust-sender TO key-site-id.
           CALL "BNDLKEYL" USING key-request
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              SET any-command-failed TO TRUE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE key-value TO authentication-key.
           MOVE "S" TO authentication-function.
           CALL "BNDLAUTL" USING authentication-request
           END-CALL.
      *----------------------------------------------------------------
       write-work-header.
           MOVE SPACES TO bundle-structure.
                  header-text-save     DELIMITED BY SIZE
             INTO free-form-text OF t-record
           END-STRING.
           PERFORM write-work-record.
           MOVE SPACES TO bundle-structure.
           MOVE "I"          TO record-type OF i-record.
           MOVE trust-sender TO sender-site-id OF i-record.
           PERFORM write-work-record.
      *----------------------------------------------------------------
       copy-selected-record.
           READ bundle-file
           END-READ.
      *----------------------------------------------------------------
       evaluate-record-for-copy.
           MOVE copy-source-file TO sffile.
           EVALUATE record-type OF t-record
               WHEN "T"
                  MOVE source-file-name TO copy-source-file
               WHEN "F"
                  MOVE target-source-file OF f-record
                     TO copy-source-file
               WHEN "P"
                  PERFORM write-work-record
               WHEN "M"
                  MOVE source-member OF m-record TO sfmbr
                  MOVE "MEMBER" TO sfact
                         = "1"
                     SET copying-member TO TRUE
                     ADD 1 TO selected-member-count
                     PERFORM write-work-switch
                     PERFORM write-work-record
                  ELSE
                     SET not-copying-member TO TRUE
                     ADD x-logical-line-count TO selected-line-count
                     PERFORM write-work-record
                  END-IF
               WHEN "O"
                  IF copying-member
                     PERFORM write-work-record
                  END-IF
               WHEN "C"
                  IF copying-member
                     PERFORM write-work-record
                     AND manifest-selected (manifest-found-index)
                         = "1"
                     ADD 1 TO selected-member-count
                     PERFORM write-work-switch
                     PERFORM write-work-record
                  END-IF
               WHEN "R"
                     AND manifest-selected (manifest-found-index)
                         = "1"
                     ADD 1 TO selected-member-count
                     PERFORM write-work-switch
                     PERFORM write-work-record
                  END-IF
               WHEN OTHER
      *----------------------------------------------------------------
       write-work-record.
           WRITE work-bundle-record FROM bundle-structure.
           MOVE bundle-structure TO authentication-data.
           MOVE "R" TO authentication-function.
           CALL "BNDLAUTL" USING authentication-request
           END-CALL.
      *----------------------------------------------------------------
       write-work-switch.
           IF copy-source-file NOT = work-source-file
              MOVE copy-source-file TO work-switch-file
              WRITE work-bundle-record FROM work-switch-record
              MOVE work-switch-record TO authentication-data
              MOVE "R" TO authentication-function
              CALL "BNDLAUTL" USING authentication-request
              END-CALL
              MOVE copy-source-file TO work-source-file
           END-IF.
      *----------------------------------------------------------------
       write-work-trailer.
           MOVE SPACES TO bundle-structure.
              TO expected-member-count OF z-record.
           MOVE selected-line-count
              TO expected-line-count OF z-record.
           IF key-status = "A" AND key-value NOT = SPACES
              MOVE bundle-structure TO authentication-data
              MOVE "F" TO authentication-function
              CALL "BNDLAUTL" USING authentication-request
              END-CALL
              MOVE authentication-total TO signed-value-display
              MOVE signed-value-display
                 TO authentication-value OF z-record
           ELSE
              DISPLAY "BNDBRWL *** NO ACTIVE SENDERP KEY FOR "
                      trust-sender " - WORK BUNDLE NOT SIGNED"
           END-IF.
           WRITE work-bundle-record FROM bundle-structure.
      *----------------------------------------------------------------
      * UNBUNDLEL checks the selection against the approval of the
      * bundle it came from, as built on the date browsed here.
      *----------------------------------------------------------------
       apply-selected-records.
           MOVE bundle-file-library TO apply-bundle-library.
           MOVE bundle-file-name    TO apply-selected-from.
           MOVE header-date-save    TO apply-selected-date.
           MOVE source-file-name    TO apply-file-name.
           MOVE source-file-library TO apply-file-library.
           CALL "UNBUNDLEL" USING apply-bundle-parm
