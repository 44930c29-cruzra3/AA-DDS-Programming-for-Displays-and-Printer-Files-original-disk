      ******************************************************************
      * Copyright (c) 1994 Duke Communications International.
      * All rights reserved.
      *
      * A bundle is applied to the source file named on the call
      * until an "F" record switches it to another source file of
      * the same library; every member, compile, recovery capture,
      * promote and history record carries the file it was meant
      * for, so one distribution can span QCBLSRC, QDDSSRC, QCLSRC
      * and the rest and still apply and roll back as one unit.
      *
      * Before a single record is applied -- or previewed -- the
      * bundle's "P" prerequisites are checked by BNDLPRQL against
      * the source library's INSTALLP register and BNDHSTP, and a
      * bundle whose prerequisites are missing is refused outright
      * with each missing one listed. A real apply that ends without
      * failures is recorded in INSTALLP as APPLIED, with the
      * release level the bundle brings, so the next bundle's
      * prerequisites can be judged against it. A consolidated
      * bundle (BNDLCONL) names on its "N" records the bundles it
      * stands in for; each of those is recorded as APPLIED too.
      *
      * A real apply, direct or staged, also needs a second
      * person's sign-off: BNDLGATL is asked whether APPROVEP in the
      * bundle library holds an approval of this bundle by someone
      * other than the user running the job, and an unapproved
      * bundle is refused with the reason on the report. The
      * approver goes on every history record the run writes. A
      * *CHECK preview is not gated -- it is what the reviewer
      * reads before deciding. The BNDLWRK work bundle BNDBRWL
      * builds from a browsed bundle was never reviewed as such,
      * so BNDBRWL names the bundle it was selected from, and the
      * date that bundle was built on, and that bundle's approval
      * is the one checked; a bundle rebuilt since the selection
      * was made is refused.
      *
      * Ahead of even that, BNDLTRSL checks that every segment of
      * the bundle names a sender registered as ACTIVE in SENDERP
      * and still carries the authentication value that sender's
      * key gives it; a bundle that fails is refused, previews
      * included, since nothing an unknown or tampered bundle says
      * is worth acting on. The sender goes on every history record
      * the run writes. A recovery replay is our own bundle, not a
      * distribution, and is not checked.
      *
      * Even a trusted sender's "C" records are not run on trust:
      * BNDLPOLL holds every compile command, once its placeholders
      * are filled in, against the command policy in CMDPOLP, and a
      * command whose verb the policy does not allow for the
      * member's source type, or that names a library other than
      * the target where the policy forbids it, is listed on the
      * report and logged to BNDHSTP as REFUSED instead of run. A
      * *CHECK preview lists the refusals and fails.
      *
      * A member that ships its compiled objects on "O" records
      * (see BNDLSTRU) -- for a branch with no compiler -- has them
      * restored instead of compiled: each object's save file is
      * rebuilt in QTEMP as its records are read, and its RSTOBJ
      * into the target library goes on the compile work list and
      * runs in the second phase in place of the member's "C"
      * record, which is read but not run. Being built here, not
      * taken from the bundle, the RSTOBJ is not put to the command
      * policy. A direct apply captures the object being replaced
      * into the recovery bundle first, as "O" records of its own,
      * or notes that there was none so a rollback removes it. Each
      * restore goes to BNDHSTP as a RESTORE action and onto the
      * compile phase of the report. Should an object's records
      * arrive damaged, the member falls back to its compile.
      *
      * Every vendor version a real apply puts into production is
      * also kept in VBASEP in the source library (layout
      * BNDLBASE): once a member is complete -- at its "E" record
      * in a direct apply, as it is promoted in a staged one -- it
      * is read back from production and appended there under the
      * member, file, bundle and run stamp. BNDLMRGL uses it as the
      * common ancestor of a three-way merge when a protected
      * member has been skipped.
      *
      * An APPLY-MODE of "*RECOVER" is how BNDLRBKL replays a
      * recovery bundle: a direct apply in every other respect, but
      * the members it puts back are our own old copies, not a
      * vendor's, so it is neither gated for approval nor kept as a
      * vendor baseline.
      *
      * Every real apply of a distribution ends by telling head
      * office how it went: BNDLACWL appends an acknowledgment to
      * BNDACKP in the bundle library -- APPLIED with the return
      * code, or HELD with the reason the run was refused -- with
      * a line for each protected member skipped and each compile
      * that failed. A *STAGE run that failed never promoted
      * anything, so it is acknowledged as HELD too. A consolidated
      * bundle that went in cleanly is acknowledged as APPLIED once
      * more under the name and date of each bundle it stands in
      * for. A preview, a recovery replay and the BNDLWRK work
      * bundle are not acknowledged.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           SELECT protect-file ASSIGN TO DATABASE-protect
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT install-file ASSIGN TO DATABASE-install
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT baseline-file ASSIGN TO DATABASE-baseline
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT object-file ASSIGN TO DATABASE-objxfer
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
       01  report-record                PIC X(132).

       FD  restart-file.
       01  restart-record.
           02  restart-point-member     PIC X(10).
           02  restart-point-file       PIC X(10).

       FD  recovery-file.
       01  recovery-file-record         PIC X(100).
       01  capture-file-record          PIC X(92).

       FD  history-file.
       01  history-file-record          PIC X(110).

       FD  baseline-file.
       01  baseline-file-record         PIC X(140).

       FD  protect-file.
       01  protect-file-record          PIC X(80).

       FD  install-file.
       01  install-file-record          PIC X(80).

       FD  object-file.
       01  object-file-record           PIC X(528).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLSTRU.
           COPY BNDLHIST.
           COPY BNDLPROT.
           COPY BNDLINST.
           COPY BNDLBASE.

       01  command-string               PIC X(4096).
       01  command-string-length        PIC S9(10)V9(5) PACKED-DECIMAL
           88  apply-lock-held               VALUE "Y".
           88  apply-lock-refused            VALUE "N".

       01  run-allowed-switch            PIC X(1)  VALUE "Y".
           88  run-allowed                   VALUE "Y".
           88  run-refused                   VALUE "N".

      *----------------------------------------------------------------
      * Filled in by BNDLPRQL; see that program for the layout.
      *----------------------------------------------------------------
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
       01  prerequisite-return-code      PIC S9(9) BINARY.
       01  missing-index                 PIC S9(4) PACKED-DECIMAL.

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
       01  approval-return-code          PIC S9(9) BINARY.
       01  gate-bundle-parm.
           02  gate-bundle-name         PIC X(8).
           02  gate-bundle-library      PIC X(10).

      *----------------------------------------------------------------
      * Filled in by BNDLTRSL; see that program for the layout.
      * CURRENT-BUNDLE-SENDER follows the "I" record of the segment
      * being applied, for the history -- only the one directly
      * behind the "T", which is the one BNDLTRSL authenticated.
      *----------------------------------------------------------------
       01  trust-result.
           02  trust-status             PIC X(1).
               88  bundle-trusted           VALUE "Y".
               88  bundle-not-trusted       VALUE "N".
           02  trust-sender             PIC X(8).
           02  trust-reason             PIC X(70).
       01  trust-return-code             PIC S9(9) BINARY.
       01  current-bundle-sender         PIC X(8).
       01  sender-record-switch          PIC X(1)  VALUE "N".
           88  sender-record-next            VALUE "Y".
           88  sender-record-passed          VALUE "N".

      *----------------------------------------------------------------
      * Filled in by BNDLPOLL; see that program for the layout.
      * A refusal is carried on the compile work list with the
      * command it refused, and moved into REFUSED-COMMAND-WORK when
      * its turn comes to be reported.
      *----------------------------------------------------------------
       01  command-check.
           02  command-check-type       PIC X(10).
           02  command-check-library    PIC X(10).
           02  command-check-verdict    PIC X(1).
               88  command-allowed          VALUE "A".
               88  command-refused          VALUE "R".
           02  command-check-code       PIC X(10).
           02  command-check-reason     PIC X(70).
       01  refused-command-work.
           02  refused-member           PIC X(10).
           02  refused-file             PIC X(10).
           02  refused-type             PIC X(10).
           02  refused-code             PIC X(10).
           02  refused-reason           PIC X(70).
       01  commands-refused-total        PIC 9(5)  VALUE ZERO.

      *----------------------------------------------------------------
      * Handed to BNDLACWL at the end of the run; see that program
      * for the layout. An entry is added for every PROTECT, every
      * failed COMPILE or RESTORE and every REFUSED compile the
      * history gets. The series entries are filled in only when
      * the bundles a consolidation stands in for went into
      * INSTALLP.
      *----------------------------------------------------------------
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

      *----------------------------------------------------------------
      * The bundles a consolidated bundle stands in for, from its
      * "N" records, in the order they were built.
      *----------------------------------------------------------------
       01  series-table.
           02  series-entry OCCURS 200.
               03  series-entry-name    PIC X(8).
               03  series-entry-date    PIC X(6).
               03  series-entry-release PIC X(10).
       01  series-entry-count            PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  series-entry-index            PIC S9(4) PACKED-DECIMAL.
       01  series-recorded-switch        PIC X(1)  VALUE "N".
           88  series-recorded               VALUE "Y".
           88  series-not-recorded           VALUE "N".
       01  acknowledgment-return-code    PIC S9(9) BINARY.

      *----------------------------------------------------------------
      * The member checksum (see BNDLSTRU for the definition) needs
      * each column's character as a number. The character is moved
       01  checksum-char-value REDEFINES checksum-char-pair
                                         PIC 9(4) COMP.

      *----------------------------------------------------------------
      * COMPILE-WORK-KIND is "C" for a compile, "O" for the restore
      * of a shipped object and "X" for the removal of one a
      * recovery bundle says was not there before; COMPILE-WORK-
      * OBJECT names the object for the last two, and COMPILE-
      * WORK-TYPE then holds its object type, not a source type.
      *----------------------------------------------------------------
       01  compile-work-table.
           02  compile-work-entry OCCURS 200.
               03  compile-work-kind    PIC X(1).
               03  compile-work-object  PIC X(10).
               03  compile-work-member  PIC X(10).
               03  compile-work-file    PIC X(10).
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
      * Shipped objects (see BNDLSTRU). OBJECT-SAVF-RECORD collects
      * a 528-byte save-file record from twelve "O" data records on
      * the way in, and holds one read back from a save file on the
      * way out to the recovery bundle. Save files are moved in and
      * out of BNDLOBJP, a 528-byte physical file in QTEMP. Each
      * byte goes behind a LOW-VALUE the way a checksum character
      * does, so the pair's value is the byte's own value, which
      * travels as two digits of OBJECT-HEX-DIGITS. Every object
      * queued for restore gets its own save file in QTEMP, named
      * BNDLR and a sequence number, since none is restored until
      * the second phase.
      *----------------------------------------------------------------
       01  object-transfer-switch        PIC X(1)  VALUE "N".
           88  object-transfer-open          VALUE "Y".
           88  object-transfer-closed        VALUE "N".
       01  object-data-switch            PIC X(1)  VALUE "Y".
           88  object-data-good              VALUE "Y".
           88  object-data-bad               VALUE "N".
       01  member-objects-switch         PIC X(1)  VALUE "N".
           88  member-objects-shipped        VALUE "Y".
           88  member-objects-not-shipped    VALUE "N".
       01  object-eof-switch             PIC X(1).
           88  object-file-at-end            VALUE "Y".
           88  object-file-not-at-end        VALUE "N".
       01  object-member-save            PIC X(10).
       01  object-name-save              PIC X(10).
       01  object-type-save              PIC X(10).
       01  object-library-save           PIC X(10).
       01  object-count-save             PIC 9(7).
       01  object-received-count         PIC 9(7).
       01  object-savf-count             PIC 9(7).
       01  object-buffer-length          PIC S9(4) PACKED-DECIMAL.
       01  object-savf-record            PIC X(528).
       01  object-slice-start            PIC S9(4) PACKED-DECIMAL.
       01  object-byte-index             PIC S9(4) PACKED-DECIMAL.
       01  object-hex-position           PIC S9(4) PACKED-DECIMAL.
       01  object-hex-char               PIC X(1).
       01  object-high-digit             PIC S9(4) COMP.
       01  object-low-digit              PIC S9(4) COMP.
       01  object-hex-digits             PIC X(16)
           VALUE "0123456789ABCDEF".
       01  object-byte-pair.
           02  FILLER                    PIC X(1)  VALUE LOW-VALUE.
           02  object-byte               PIC X(1).
       01  object-byte-value REDEFINES object-byte-pair
                                         PIC 9(4) COMP.
       01  object-savf-name.
           02  FILLER                    PIC X(5)  VALUE "BNDLR".
           02  object-savf-sequence      PIC 9(5)  VALUE ZERO.
       01  restore-work.
           02  restore-kind-work         PIC X(1).
           02  restore-member-work       PIC X(10).
           02  restore-file-work         PIC X(10).
           02  restore-object-work       PIC X(10).
           02  restore-type-work         PIC X(10).
           02  restore-command-work      PIC X(200).
       01  report-restored-total         PIC 9(5)  VALUE ZERO.

       01  restart-skip-switch           PIC X(1)  VALUE "N".
           88  skipping-to-restart-point     VALUE "Y".
           88  not-skipping-to-restart-point VALUE "N".
       01  staging-mode-switch           PIC X(1)  VALUE "N".
           88  staging-apply                 VALUE "Y".
           88  direct-apply                  VALUE "N".

       01  replay-mode-switch            PIC X(1)  VALUE "N".
           88  recovery-replay               VALUE "Y".
           88  vendor-apply                  VALUE "N".

       01  baseline-capture-member       PIC X(10).
       01  baseline-capture-file         PIC X(10).
       01  baseline-line-count           PIC 9(6).
       01  baseline-eof-switch           PIC X(1).
           88  baseline-capture-complete     VALUE "Y".
           88  baseline-capture-in-progress  VALUE "N".
       01  target-source-library         PIC X(10).
       01  current-source-file           PIC X(10).
       01  file-check-library            PIC X(10).

       01  promote-ops-table.
           02  promote-op-entry OCCURS 400.
               03  promote-op-type      PIC X(1).
               03  promote-op-member    PIC X(10).
               03  promote-op-file      PIC X(10).
               03  promote-op-new-name  PIC X(10).
               03  promote-op-srctype   PIC X(10).
               03  promote-op-text      PIC X(52).
           VALUE ZERO.
       01  promote-ops-index             PIC S9(4) PACKED-DECIMAL.
       01  promote-member                PIC X(10).
       01  promote-source-file           PIC X(10).
       01  existence-check-library       PIC X(10).
       01  existence-check-file          PIC X(10).

       01  recovery-logged-table.
           02  recovery-logged-entry OCCURS 500.
               03  recovery-logged-file PIC X(10).
               03  recovery-logged-member PIC X(10).
       01  recovery-logged-count         PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  recovery-logged-index         PIC S9(4) PACKED-DECIMAL.
           88  member-not-recovery-logged    VALUE "N".
       01  recovery-rename-table.
           02  recovery-rename-entry OCCURS 100.
               03  recovery-rename-file PIC X(10).
               03  recovery-rename-from PIC X(10).
               03  recovery-rename-to   PIC X(10).
       01  recovery-rename-count         PIC S9(4) PACKED-DECIMAL
       01  recovery-line-count           PIC 9(8)  VALUE ZERO.
       01  recovery-bundle-date          PIC 9(6).
       01  capture-member                PIC X(10).
       01  capture-source-file           PIC X(10).
       01  recovery-current-file         PIC X(10).
       01  capture-new-member            PIC X(10).
       01  capture-source-type           PIC X(10).
       01  capture-source-text           PIC X(52).
       01  protect-table.
           02  protect-entry OCCURS 500.
               03  protect-entry-member PIC X(10).
               03  protect-entry-file   PIC X(10).
               03  protect-entry-user   PIC X(10).
               03  protect-entry-reason PIC X(40).
       01  protect-entry-count           PIC S9(4) PACKED-DECIMAL
       01  history-member-work           PIC X(10).
       01  history-line-count-work       PIC 9(8).
       01  history-detail-work           PIC X(10).
       01  history-file-work             PIC X(10).
       01  pending-member-action         PIC X(8).
       01  pending-action-return-code    PIC S9(9) BINARY.
       01  history-return-code-work      PIC S9(9) BINARY.
       01  command-text-length           PIC S9(4) PACKED-DECIMAL.
       01  preview-chunk-start           PIC S9(4) PACKED-DECIMAL.
       01  restart-skip-member-save      PIC X(10).
       01  restart-file-switch           PIC X(1).
           88  restart-file-matches          VALUE "Y".
           88  restart-file-differs          VALUE "N".
       01  existence-check-member        PIC X(10).
       01  last-processed-member         PIC X(10).

       01  report-source-type-save      PIC X(10).
       01  report-member-compiled-switch PIC X(1) VALUE "N".
           88  report-member-compiled      VALUE "Y".
           88  report-member-restored      VALUE "R".
           88  report-member-not-compiled  VALUE "N".
       01  report-member-total          PIC 9(5)  VALUE ZERO.
       01  report-compiled-total        PIC 9(5)  VALUE ZERO.
           02  bundle-file-library      PIC X(10).
           02  restart-requested-switch PIC X(1).
           02  apply-mode               PIC X(10).
           02  selected-from-bundle     PIC X(8).
           02  selected-from-date       PIC X(6).
       01  qualified-source-file.
           02  source-file-name         PIC X(10).
           02  source-file-library      PIC X(10).
           02  restart-after-member     PIC X(10).
           02  staging-source-library   PIC X(10).
           02  restart-after-file       PIC X(10).

      ******************************************************************
       PROCEDURE DIVISION USING qualified-bundle-file
           MOVE ZERO TO recovery-member-checksum.
           SET direct-apply TO TRUE.
           SET applying-for-real TO TRUE.
           SET vendor-apply TO TRUE.
           MOVE ZERO TO compile-work-count.
           MOVE ZERO TO promote-ops-count.
           MOVE ZERO TO protect-entry-count.
           MOVE ZERO TO recovery-member-count.
           MOVE ZERO TO recovery-line-count.
           MOVE ZERO TO protected-member-total.
           MOVE ZERO TO summary-entry-count.
           MOVE ZERO TO summary-series-count.
           MOVE ZERO TO series-entry-count.
           SET series-not-recorded TO TRUE.
           MOVE ZERO TO report-member-total.
           MOVE ZERO TO report-compiled-total.
           MOVE ZERO TO report-restored-total.
           MOVE ZERO TO commands-refused-total.
           SET object-transfer-closed TO TRUE.
           SET member-objects-not-shipped TO TRUE.
           MOVE ZERO TO object-savf-sequence.
           MOVE ZERO TO report-line-total.
           MOVE ZERO TO actual-member-count.
           MOVE ZERO TO actual-line-count.
           MOVE "000000" TO bundle-date-save.
           MOVE source-file-name TO current-source-file.
           MOVE SPACES TO recovery-current-file.
           IF apply-mode OF qualified-bundle-file = "*CHECK"
              SET preview-only TO TRUE
           ELSE
              IF apply-mode OF qualified-bundle-file = "*STAGE"
                 SET staging-apply TO TRUE
              END-IF
              IF apply-mode OF qualified-bundle-file = "*RECOVER"
                 SET recovery-replay TO TRUE
              END-IF
           END-IF.
           IF staging-apply
              MOVE staging-source-library OF qualified-source-file
           ELSE
              SET not-skipping-to-restart-point TO TRUE
           END-IF.
           PERFORM check-prerequisites.
           PERFORM check-approval.
           PERFORM check-sender-trust.
           PERFORM open-bundle-file.
           PERFORM open-report-file.
           IF staging-apply AND skipping-to-restart-point
              PERFORM refuse-staged-restart
           END-IF.
           SET apply-lock-held TO TRUE.
           SET run-allowed TO TRUE.
           IF bundle-not-trusted
              PERFORM refuse-untrusted-bundle
           ELSE
              IF vendor-apply
                 PERFORM report-sender
              END-IF
           END-IF.
           IF prerequisites-missing
              PERFORM refuse-missing-prerequisites
           END-IF.
           IF bundle-not-approved
              PERFORM refuse-unapproved-bundle
           ELSE
              IF applying-for-real AND vendor-apply
                 PERFORM report-approval
              END-IF
           END-IF.
           IF applying-for-real AND run-allowed
              PERFORM obtain-apply-lock
              IF apply-lock-refused
                 SET run-refused TO TRUE
              END-IF
           END-IF.
           IF applying-for-real AND run-allowed
              PERFORM open-restart-file
              PERFORM open-recovery-file
              PERFORM open-history-file
              IF vendor-apply
                 PERFORM open-baseline-file
              END-IF
           END-IF.
           IF run-allowed
              PERFORM load-protect-registry
           END-IF.
           SET stay-in-program TO TRUE.
           IF run-refused
              SET exit-program TO TRUE
           END-IF.
           PERFORM right-adjust-library-name.
      *----------------------------------------------------------------
      * Prerequisites are settled before the bundle is opened here,
      * so BNDLPRQL's own pass over the bundle file never overlaps
      * ours. A checker that could not finish -- a command failed --
      * is treated as prerequisites missing: applying on a guess is
      * exactly what the check exists to stop.
      *----------------------------------------------------------------
       check-prerequisites.
           CALL "BNDLPRQL" USING qualified-bundle-file
                                 qualified-source-file
                                 prerequisite-result
           END-CALL.
           MOVE RETURN-CODE TO prerequisite-return-code.
           MOVE 0 TO RETURN-CODE.
           IF prerequisite-return-code NOT = ZERO
              SET prerequisites-missing TO TRUE
           END-IF.
      *----------------------------------------------------------------
      * A preview is never gated, nor is a rollback's replay of our
      * own recovery bundle, so each is simply marked approved with
      * no approver; a checker that could not finish refuses the
      * bundle like any other missing approval. The work bundle is
      * gated as the bundle it was selected from.
      *----------------------------------------------------------------
       check-approval.
           MOVE bundle-file-name    TO gate-bundle-name.
           MOVE bundle-file-library TO gate-bundle-library.
           IF preview-only OR recovery-replay
              SET bundle-approved TO TRUE
              MOVE SPACES TO approved-by
              MOVE SPACES TO approved-on
           ELSE
              IF bundle-file-name = "BNDLWRK"
                 AND selected-from-bundle NOT = SPACES
                 MOVE selected-from-bundle TO gate-bundle-name
              END-IF
              CALL "BNDLGATL" USING gate-bundle-parm
                                    approval-result
              END-CALL
              MOVE RETURN-CODE TO approval-return-code
              MOVE 0 TO RETURN-CODE
              IF approval-return-code NOT = ZERO
                 SET bundle-not-approved TO TRUE
                 MOVE SPACES TO approved-by
              END-IF
              IF gate-bundle-name NOT = bundle-file-name
                 AND bundle-approved
                 AND approval-bundle-date-used NOT =
                     selected-from-date
                 PERFORM refuse-stale-selection
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * The bundle the selection came from has been rebuilt since,
      * so the sign-off found is for code the selection never held.
      *----------------------------------------------------------------
       refuse-stale-selection.
           SET bundle-not-approved TO TRUE.
           MOVE SPACES TO approved-by.
           MOVE SPACES TO approved-on.
           MOVE SPACES TO refusal-reason.
           STRING "SELECTED FROM "          DELIMITED BY SIZE
                  gate-bundle-name          DELIMITED BY SPACE
                  " AS BUILT ON "           DELIMITED BY SIZE
                  selected-from-date        DELIMITED BY SIZE
                  ", SINCE REBUILT"         DELIMITED BY SIZE
             INTO refusal-reason
           END-STRING.
      *----------------------------------------------------------------
      * Like the other checks, the sender check runs before the
      * bundle is opened here; one that could not finish refuses
      * the bundle.
      *----------------------------------------------------------------
       check-sender-trust.
           IF recovery-replay
              SET bundle-trusted TO TRUE
              MOVE SPACES TO trust-sender
              MOVE SPACES TO trust-reason
           ELSE
              CALL "BNDLTRSL" USING qualified-bundle-file
                                    trust-result
              END-CALL
              MOVE RETURN-CODE TO trust-return-code
              MOVE 0 TO RETURN-CODE
              IF trust-return-code NOT = ZERO
                 SET bundle-not-trusted TO TRUE
              END-IF
           END-IF.
           MOVE trust-sender TO current-bundle-sender.
      *----------------------------------------------------------------
       refuse-untrusted-bundle.
           SET run-refused TO TRUE.
           SET any-command-failed TO TRUE.
           DISPLAY "UNBUNDLEL *** BUNDLE NOT FROM A TRUSTED SENDER - "
                   trust-reason.
           MOVE SPACES TO report-record.
           STRING "*** BUNDLE REFUSED - "       DELIMITED BY SIZE
                  trust-reason                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       report-sender.
           MOVE SPACES TO report-record.
           STRING "BUNDLE AUTHENTICATED AS SENT BY "
                                                DELIMITED BY SIZE
                  trust-sender                  DELIMITED BY SPACE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       refuse-unapproved-bundle.
           SET run-refused TO TRUE.
           SET any-command-failed TO TRUE.
           DISPLAY "UNBUNDLEL *** BUNDLE NOT APPROVED - "
                   refusal-reason.
           MOVE SPACES TO report-record.
           STRING "*** BUNDLE REFUSED - "       DELIMITED BY SIZE
                  refusal-reason                DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       report-approval.
           MOVE SPACES TO report-record.
           IF gate-bundle-name NOT = bundle-file-name
              STRING "SELECTED FROM "           DELIMITED BY SIZE
                     gate-bundle-name           DELIMITED BY SPACE
                     ", APPROVED BY "           DELIMITED BY SIZE
                     approved-by                DELIMITED BY SPACE
                     " ON "                     DELIMITED BY SIZE
                     approved-on                DELIMITED BY SIZE
                INTO report-record
              END-STRING
           ELSE
              STRING "BUNDLE APPROVED BY "      DELIMITED BY SIZE
                     approved-by                DELIMITED BY SPACE
                     " ON "                     DELIMITED BY SIZE
                     approved-on                DELIMITED BY SIZE
                INTO report-record
              END-STRING
           END-IF.
           WRITE report-record.
      *----------------------------------------------------------------
       refuse-missing-prerequisites.
           SET run-refused TO TRUE.
           SET any-command-failed TO TRUE.
           DISPLAY "UNBUNDLEL *** PREREQUISITES NOT INSTALLED IN "
                   source-file-library " - BUNDLE REFUSED".
           IF prerequisite-return-code NOT = ZERO
              MOVE SPACES TO report-record
              STRING "*** PREREQUISITE CHECK DID NOT COMPLETE - "
                     "SEE BNDLPRQL JOB LOG"      DELIMITED BY SIZE
                INTO report-record
              END-STRING
              WRITE report-record
           END-IF.
           PERFORM report-missing-prerequisite
              VARYING missing-index FROM 1 BY 1
              UNTIL missing-index > missing-count.
           MOVE SPACES TO report-record.
           STRING "*** BUNDLE REFUSED - APPLY ITS PREREQUISITES TO "
                                                DELIMITED BY SIZE
                  source-file-library           DELIMITED BY SPACE
                  " FIRST"                      DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       report-missing-prerequisite.
           MOVE SPACES TO report-record.
           IF missing-bundle (missing-index) NOT = SPACES
              STRING "*** PREREQUISITE NOT INSTALLED: BUNDLE "
                                                DELIMITED BY SIZE
                     missing-bundle (missing-index)
                                                DELIMITED BY SPACE
                INTO report-record
              END-STRING
              WRITE report-record
           END-IF.
           MOVE SPACES TO report-record.
           IF missing-release (missing-index) NOT = SPACES
              STRING "*** PREREQUISITE NOT INSTALLED: RELEASE "
                                                DELIMITED BY SIZE
                     missing-release (missing-index)
                                                DELIMITED BY SPACE
                INTO report-record
              END-STRING
              IF installed-release-level = SPACES
                 MOVE "(NO RELEASE RECORDED IN INSTALLP)"
                    TO report-record (60:33)
              ELSE
                 MOVE "(LIBRARY IS AT" TO report-record (60:14)
                 MOVE installed-release-level
                    TO report-record (75:10)
                 MOVE ")" TO report-record (85:1)
              END-IF
              WRITE report-record
           END-IF.
      *----------------------------------------------------------------
      * Nothing used to stop a second operator, the bundle
      * browser's F6, or an overnight job from starting a second
      * apply against a source file while another run was
           END-CALL.
           PERFORM log-command-result.
           OPEN EXTEND history-file.
      *----------------------------------------------------------------
      * VBASEP is created the first time a library needs one.
      *----------------------------------------------------------------
       open-baseline-file.
           MOVE SPACES TO command-string.
           STRING "CHKOBJ OBJ("              DELIMITED BY SIZE
                  source-file-library        DELIMITED BY SPACE
                  "/VBASEP) OBJTYPE(*FILE)"  DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code NOT = ZERO
              MOVE SPACES TO command-string
              STRING "CRTPF FILE("           DELIMITED BY SIZE
                     source-file-library     DELIMITED BY SPACE
                     "/VBASEP) RCDLEN(140)"  DELIMITED BY SIZE
                INTO command-string
              END-STRING
              CALL "CMDEXCM" USING command-string
                                   command-string-length
                                   command-return-code
              END-CALL
              PERFORM log-command-result
           END-IF.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(BASELINE) TOFILE("
                                             DELIMITED BY SIZE
                  source-file-library        DELIMITED BY SPACE
                  "/VBASEP)"                 DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN EXTEND baseline-file.
      *----------------------------------------------------------------
      * The member is read back from production, not taken from the
      * bundle records as they go by, so a staged apply keeps only
      * what was actually promoted and a restarted one keeps each
      * member once, as it finally landed. The capture file is
      * free here -- recovery captures are never in progress at a
      * member's end or between promote operations.
      *----------------------------------------------------------------
       capture-vendor-baseline.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(CAPTURE) TOFILE(" DELIMITED BY SIZE
                  source-file-library            DELIMITED BY SPACE
                  "/"                            DELIMITED BY SIZE
                  baseline-capture-file          DELIMITED BY SPACE
                  ") MBR("                       DELIMITED BY SIZE
                  baseline-capture-member        DELIMITED BY SPACE
                  ")"                            DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           IF command-return-code = ZERO
              OPEN INPUT capture-file
              MOVE ZERO TO baseline-line-count
              SET baseline-capture-in-progress TO TRUE
              PERFORM read-baseline-line
                 UNTIL baseline-capture-complete
              CLOSE capture-file
              MOVE "DLTOVR FILE(CAPTURE)" TO command-string
              CALL "CMDEXCM" USING command-string
                                   command-string-length
                                   command-return-code
              END-CALL
              PERFORM log-command-result
           END-IF.
      *----------------------------------------------------------------
       read-baseline-line.
           READ capture-file
              INTO capture-structure
              AT END
                 SET baseline-capture-complete TO TRUE
              NOT AT END
                 PERFORM write-baseline-line
           END-READ.
      *----------------------------------------------------------------
       write-baseline-line.
           ADD 1 TO baseline-line-count.
           MOVE SPACES TO baseline-structure.
           MOVE baseline-capture-member TO baseline-member.
           MOVE baseline-capture-file   TO baseline-source-file.
           MOVE bundle-file-name OF qualified-bundle-file
              TO baseline-bundle-name.
           MOVE bundle-date-save        TO baseline-bundle-date.
           MOVE run-date-stamp          TO baseline-run-date.
           MOVE run-time-stamp          TO baseline-run-time.
           MOVE "APPLIED"               TO baseline-action.
           MOVE baseline-line-count     TO baseline-line-number.
           MOVE capture-line            TO baseline-source-line.
           WRITE baseline-file-record FROM baseline-structure.
      *----------------------------------------------------------------
       write-history-record.
           MOVE SPACES TO history-structure.
           MOVE history-line-count-work TO history-line-count.
           MOVE history-return-code-work TO history-return-code.
           MOVE history-detail-work     TO history-detail.
           MOVE history-file-work       TO history-source-file.
           MOVE approved-by             TO history-approver.
           MOVE current-bundle-sender   TO history-sender.
           WRITE history-file-record FROM history-structure.
           PERFORM note-acknowledgment-entry.
      *----------------------------------------------------------------
      * Head office is told about each member it will have to chase
      * up: one the branch kept its own version of, and one whose
      * compile failed or was refused or whose shipped object
      * failed to restore -- it is owed its object either way, so
      * it goes home as a compile. Past 200 the acknowledgment
      * still carries the counts up to there; the branch's history
      * has the rest.
      *----------------------------------------------------------------
       note-acknowledgment-entry.
           IF history-action-work = "PROTECT"
              OR history-action-work = "REFUSED"
              OR (history-action-work = "COMPILE"
                  AND history-return-code-work NOT = ZERO)
              OR (history-action-work = "RESTORE"
                  AND history-return-code-work NOT = ZERO)
              IF summary-entry-count < 200
                 ADD 1 TO summary-entry-count
                 IF history-action-work = "PROTECT"
                    MOVE "P" TO summary-entry-type
                                   (summary-entry-count)
                 ELSE
                    MOVE "C" TO summary-entry-type
                                   (summary-entry-count)
                 END-IF
                 MOVE history-member-work
                    TO summary-entry-member (summary-entry-count)
                 MOVE history-file-work
                    TO summary-entry-file (summary-entry-count)
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * The PROTECTP registry in the source library lists the
      * members we maintain local modifications to. Not every shop
                 TO protect-entry-user (protect-entry-count)
              MOVE protect-reason
                 TO protect-entry-reason (protect-entry-count)
              MOVE protect-source-file
                 TO protect-entry-file (protect-entry-count)
           END-IF.
      *----------------------------------------------------------------
       check-member-protection.
       test-protect-entry.
           IF protect-entry-member (protect-entry-index) =
                 protect-check-member
              AND (protect-entry-file (protect-entry-index) = SPACES
                 OR protect-entry-file (protect-entry-index) =
                    current-source-file)
              SET member-protected TO TRUE
              MOVE protect-entry-index TO protect-found-index
           END-IF.
       write-protected-report-line.
           ADD 1 TO protected-member-total.
           DISPLAY "UNBUNDLEL *** PROTECTED MEMBER "
                   protect-check-member " IN " current-source-file
                   " SKIPPED - MANUAL MERGE REQUIRED".
           MOVE SPACES TO report-record.
           STRING "*** PROTECTED MEMBER "    DELIMITED BY SIZE
                  protect-check-member       DELIMITED BY SIZE
                  " IN "                     DELIMITED BY SIZE
                  current-source-file        DELIMITED BY SIZE
                  " SKIPPED - PROTECTED BY " DELIMITED BY SIZE
                  protect-entry-user (protect-found-index)
                                             DELIMITED BY SIZE
           END-STRING.
           WRITE report-record.
           MOVE SPACES TO report-record.
           STRING "MEMBER     TYPE       LINES  COMPILED       FILE"
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           EVALUATE TRUE
               WHEN record-type OF t-record = "T"
                  PERFORM capture-bundle-date
                  PERFORM reset-source-file
               WHEN record-type OF t-record = "F"
                  PERFORM switch-source-file
               WHEN record-type OF i-record = "I"
                  IF sender-record-next
                     MOVE sender-site-id OF i-record
                        TO current-bundle-sender
                  END-IF
               WHEN record-type OF n-record = "N"
                  PERFORM note-series-bundle
               WHEN record-type OF t-record = "Z"
                  PERFORM verify-trailer-counts
               WHEN skipping-to-restart-point
               WHEN OTHER
                  PERFORM evaluate-input-record
           END-EVALUATE.
           IF record-type OF t-record NOT = "T"
              SET sender-record-passed TO TRUE
           END-IF.
      *----------------------------------------------------------------
       evaluate-input-record.
           EVALUATE record-type OF t-record
                  PERFORM write-source
               WHEN "X"
                  PERFORM expand-source
               WHEN "O"
                  PERFORM receive-object-record
               WHEN "C"
                  PERFORM compile-source
               WHEN "S"
      * "R" record is its own complete operation with no W/C/E of its
      * own, so the restart member named on the call is also allowed
      * to be a deleted or renamed member -- skipping comes off as
      * soon as that single record goes by. When the bundle spans
      * several source files and the member name turns up in more
      * than one of them, the restart file named on the call says
      * which one is meant; left blank, the first one matches.
      *----------------------------------------------------------------
       check-restart-skip-point.
           IF restart-after-file OF qualified-source-file = SPACES
              OR restart-after-file OF qualified-source-file =
                 current-source-file
              SET restart-file-matches TO TRUE
           ELSE
              SET restart-file-differs TO TRUE
           END-IF.
           EVALUATE record-type OF t-record
               WHEN "M"
                  ADD 1 TO actual-member-count
                  IF source-member OF m-record =
                     restart-after-member OF qualified-source-file
                     AND restart-file-matches
                     MOVE source-member OF m-record
                        TO restart-skip-member-save
                  END-IF
                  ADD 1 TO actual-member-count
                  IF source-member OF d-record =
                     restart-after-member OF qualified-source-file
                     AND restart-file-matches
                     SET not-skipping-to-restart-point TO TRUE
                  END-IF
               WHEN "R"
                  ADD 1 TO actual-member-count
                  IF source-member OF r-record =
                     restart-after-member OF qualified-source-file
                     AND restart-file-matches
                     SET not-skipping-to-restart-point TO TRUE
                  END-IF
           END-EVALUATE.
      * loudly instead of ending clean with an empty report.
      *----------------------------------------------------------------
       verify-restart-completed.
           IF skipping-to-restart-point AND run-allowed
              SET any-command-failed TO TRUE
              DISPLAY "UNBUNDLEL *** RESTART MEMBER "
                      restart-after-member OF qualified-source-file
      * zero and nothing to show for it.
      *----------------------------------------------------------------
       verify-trailer-present.
           IF trailer-not-seen AND run-allowed
              SET any-command-failed TO TRUE
              DISPLAY "UNBUNDLEL *** NO TRAILER RECORD FOUND - BUNDLE "
                      "FILE MAY BE TRUNCATED"
      * a grand total only the last segment's "Z" could ever satisfy.
      *----------------------------------------------------------------
       verify-trailer-counts.
           PERFORM check-object-transfer-ended.
           SET trailer-seen TO TRUE.
           IF expected-member-count OF z-record NOT =
                 actual-member-count
      * what the vendor said the bundle contains.
      *----------------------------------------------------------------
       capture-bundle-date.
           SET sender-record-next TO TRUE.
           IF bundle-date OF t-record NOT = SPACES
              MOVE bundle-date OF t-record TO bundle-date-save
           END-IF.
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
      * Kept even on a restart, which skips everything ahead of the
      * restart member; the consolidation still stands in for them.
      *----------------------------------------------------------------
       note-series-bundle.
           IF series-entry-count < 200
              ADD 1 TO series-entry-count
              MOVE series-bundle-name OF n-record
                 TO series-entry-name (series-entry-count)
              MOVE series-bundle-date OF n-record
                 TO series-entry-date (series-entry-count)
              MOVE series-release-level OF n-record
                 TO series-entry-release (series-entry-count)
           END-IF.
           MOVE SPACES TO report-record.
           STRING "CONSOLIDATES: "         DELIMITED BY SIZE
                  series-bundle-name OF n-record
                                           DELIMITED BY SPACE
                  " BUILT "                DELIMITED BY SIZE
                  series-bundle-date OF n-record
                                           DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
      * Each T...Z segment starts out on the source file named on
      * the call; only an "F" record inside the segment moves it.
      *----------------------------------------------------------------
       reset-source-file.
           MOVE source-file-name TO current-source-file.
      *----------------------------------------------------------------
      * An "F" record points every record after it at another source
      * file in the same library. It is acted on even while a
      * restart or protected-member skip is on, so the records past
      * the skip still land in the file the bundle meant them for.
      * The file has to exist already -- in the staging library and
      * in production for a *STAGE run -- or every member after the
      * switch would fail one ADDPFM at a time; the run is failed
      * once, at the switch, instead.
      *----------------------------------------------------------------
       switch-source-file.
           MOVE target-source-file OF f-record TO current-source-file.
           DISPLAY "UNBUNDLEL SOURCE FILE: " target-source-library
                   "/" current-source-file.
           MOVE SPACES TO report-record.
           STRING "SOURCE FILE: "            DELIMITED BY SIZE
                  target-source-library      DELIMITED BY SPACE
                  "/"                        DELIMITED BY SIZE
                  current-source-file        DELIMITED BY SPACE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE target-source-library TO file-check-library.
           PERFORM check-source-file-exists.
           IF staging-apply
              MOVE source-file-library TO file-check-library
              PERFORM check-source-file-exists
           END-IF.
      *----------------------------------------------------------------
       check-source-file-exists.
           MOVE SPACES TO command-string.
           STRING "CHKOBJ OBJ("             DELIMITED BY SIZE
                  file-check-library        DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  current-source-file       DELIMITED BY SPACE
                  ") OBJTYPE(*FILE)"        DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code NOT = ZERO
              SET any-command-failed TO TRUE
              DISPLAY "UNBUNDLEL *** SOURCE FILE " file-check-library
                      "/" current-source-file " NOT FOUND"
              MOVE SPACES TO report-record
              STRING "*** SOURCE FILE "         DELIMITED BY SIZE
                     file-check-library         DELIMITED BY SPACE
                     "/"                        DELIMITED BY SIZE
                     current-source-file        DELIMITED BY SPACE
                     " NOT FOUND - MEMBERS FOR IT WILL FAIL"
                                                DELIMITED BY SIZE
                INTO report-record
              END-STRING
              WRITE report-record
           END-IF.
      *----------------------------------------------------------------
       new-member.
           ADD 1 TO actual-member-count.
           MOVE ZERO TO member-checksum-work.
           SET member-objects-not-shipped TO TRUE.
           MOVE source-member OF m-record TO report-member-name-save.
           MOVE source-type OF m-record   TO report-source-type-save.
           SET report-member-not-compiled TO TRUE.
              MOVE "M" TO promote-op-type (promote-ops-count)
              MOVE source-member OF m-record
                 TO promote-op-member (promote-ops-count)
              MOVE current-source-file
                 TO promote-op-file (promote-ops-count)
              MOVE SPACES
                 TO promote-op-new-name (promote-ops-count)
              MOVE source-type OF m-record
           IF applying-for-real
              MOVE source-member OF m-record TO history-member-work
              MOVE "PROTECT"                 TO history-action-work
              MOVE current-source-file       TO history-file-work
              MOVE ZERO                      TO history-line-count-work
              MOVE ZERO                      TO history-return-code-work
              MOVE SPACES                    TO history-detail-work
           IF member-already-exists
              IF direct-apply
                 MOVE source-member OF m-record TO capture-member
                 MOVE current-source-file       TO capture-source-file
                 MOVE source-type OF m-record   TO capture-source-type
                 MOVE source-text OF m-record   TO capture-source-text
                 PERFORM capture-recovery-member
           ELSE
              IF direct-apply
                 MOVE source-member OF m-record TO capture-member
                 MOVE current-source-file       TO capture-source-file
                 PERFORM write-recovery-delete
              END-IF
              PERFORM add-new-member
           STRING "OVRDBF FILE(SOURCE) TOFILE(" DELIMITED BY SIZE
                  target-source-library         DELIMITED BY SPACE
                  "/"                           DELIMITED BY SIZE
                  current-source-file           DELIMITED BY SPACE
                  ") MBR("                      DELIMITED BY SIZE
                  source-member OF m-record     DELIMITED BY SPACE
                  ")"                           DELIMITED BY SIZE
       check-member-existence.
           MOVE source-member OF m-record TO existence-check-member.
           MOVE target-source-library TO existence-check-library.
           MOVE current-source-file TO existence-check-file.
           PERFORM check-named-member-existence.
      *----------------------------------------------------------------
      * Common CHKOBJ existence test, shared by every place that
           STRING "CHKOBJ OBJ("             DELIMITED BY SIZE
                  existence-check-library   DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  existence-check-file      DELIMITED BY SPACE
                  ") OBJTYPE(*FILE) MBR("   DELIMITED BY SIZE
                  existence-check-member    DELIMITED BY SPACE
                  ")"                       DELIMITED BY SIZE
           STRING "CLRPFM FILE("            DELIMITED BY SIZE
                  target-source-library     DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  current-source-file       DELIMITED BY SPACE
                  ") MBR("                  DELIMITED BY SIZE
                  source-member OF m-record DELIMITED BY SPACE
                  ")"                       DELIMITED BY SIZE
           STRING "ADDPFM FILE("            DELIMITED BY SIZE
                  target-source-library     DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  current-source-file       DELIMITED BY SPACE
                  ") MBR("                  DELIMITED BY SIZE
                  source-member OF m-record DELIMITED BY SPACE
                  ") SRCTYPE("              DELIMITED BY SIZE
              expand-line-length.
      *----------------------------------------------------------------
       compile-source.
           IF member-objects-not-shipped
              SET report-member-compiled TO TRUE
           END-IF.
           SET compile-command-fits TO TRUE.
           MOVE continuation-count OF c-record TO
              compile-continuation-count.
                 compile-continuation-count TIMES
           END-IF.

           IF compile-command-fits AND member-objects-not-shipped
              INSPECT command-string REPLACING
                 ALL "LLLLLLLLLL" BY right-adjusted-library-name
                 ALL "FFFFFFFFFF" BY current-source-file
              PERFORM check-command-policy

              IF preview-only
                 PERFORM preview-compile-command
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * Whatever a "C" record says goes to QCMDEXC as it stands, so
      * every command is put to BNDLPOLL against the command policy
      * once its placeholders are filled in, and only a command the
      * policy allows for the member's source type and target
      * library is ever run; the verdict travels with the command.
      *----------------------------------------------------------------
       check-command-policy.
           MOVE report-source-type-save TO command-check-type.
           MOVE target-source-library   TO command-check-library.
           CALL "BNDLPOLL" USING command-check
                                 command-string
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              SET any-command-failed TO TRUE
           END-IF.
           MOVE 0 TO RETURN-CODE.
      *----------------------------------------------------------------
      * Compiles are not fired while the bundle is still being read:
      * a bundle that ships a physical file member after the program
      * that uses it would fail the program's compile even though
              DISPLAY "UNBUNDLEL *** COMPILE WORK LIST FULL - "
                      "COMPILING MEMBER "
                      source-member OF c-record " IMMEDIATELY"
              IF command-refused
                 MOVE source-member OF c-record TO refused-member
                 MOVE current-source-file       TO refused-file
                 MOVE report-source-type-save   TO refused-type
                 MOVE command-check-code        TO refused-code
                 MOVE command-check-reason      TO refused-reason
                 PERFORM refuse-compile-command
              ELSE
                 PERFORM run-compile-command
              END-IF
           ELSE
              ADD 1 TO compile-work-count
              MOVE "C" TO compile-work-kind (compile-work-count)
              MOVE SPACES TO compile-work-object (compile-work-count)
              MOVE source-member OF c-record
                 TO compile-work-member (compile-work-count)
              MOVE current-source-file
                 TO compile-work-file (compile-work-count)
              MOVE report-source-type-save
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
                  MOVE 3 TO compile-work-rank (compile-work-count)
           END-EVALUATE.
      *----------------------------------------------------------------
      * A member that ships its objects has them restored in place
      * of its compile. The "H" record opens the transfer file its
      * save file is rebuilt in, and the data records behind it
      * fill it a 528-byte record at a time; once the header's
      * count of records is in, the save file is made up and its
      * restore queued. Only then is the member marked as shipping
      * its objects, so one whose records arrive damaged still has
      * its "C" record queued as before. A header that arrives
      * while another object is still short of records ends that
      * one unrestored.
      *----------------------------------------------------------------
       receive-object-record.
           IF object-record-kind OF o-record = "H"
              PERFORM check-object-transfer-ended
              PERFORM begin-object-transfer
           ELSE
              IF object-transfer-open
                 PERFORM receive-object-data
              ELSE
                 PERFORM refuse-stray-object-data
              END-IF
           END-IF.
      *----------------------------------------------------------------
       begin-object-transfer.
           MOVE source-member OF o-record TO object-member-save.
           MOVE object-name OF o-record   TO object-name-save.
           MOVE object-type OF o-record   TO object-type-save.
           MOVE object-saved-library OF o-record
              TO object-library-save.
           MOVE ZERO TO object-received-count.
           MOVE ZERO TO object-buffer-length.
           SET object-data-good TO TRUE.
           IF object-record-count OF o-record NOT NUMERIC
              MOVE ZERO TO object-count-save
              SET object-data-bad TO TRUE
              PERFORM report-object-not-restored
           ELSE
              MOVE object-record-count OF o-record
                 TO object-count-save
              IF object-count-save = ZERO
                 PERFORM receive-object-removal
              ELSE
                 SET object-transfer-open TO TRUE
                 IF applying-for-real
                    PERFORM open-object-transfer
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       open-object-transfer.
           PERFORM prepare-object-transfer-file.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(OBJXFER) TOFILE(QTEMP/BNDLOBJP)"
                                             DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN OUTPUT object-file.
      *----------------------------------------------------------------
       prepare-object-transfer-file.
           MOVE "CHKOBJ OBJ(QTEMP/BNDLOBJP) OBJTYPE(*FILE)"
              TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code NOT = ZERO
              MOVE "CRTPF FILE(QTEMP/BNDLOBJP) RCDLEN(528)"
                 TO command-string
              CALL "CMDEXCM" USING command-string
                                   command-string-length
                                   command-return-code
              END-CALL
              PERFORM log-command-result
           END-IF.
      *----------------------------------------------------------------
      * Every data record holds 44 bytes, so twelve of them fill a
      * save-file record exactly.
      *----------------------------------------------------------------
       receive-object-data.
           PERFORM decode-object-byte
              VARYING object-byte-index FROM 1 BY 1
              UNTIL object-byte-index > 44.
           ADD 44 TO object-buffer-length.
           IF object-buffer-length = 528
              ADD 1 TO object-received-count
              IF applying-for-real
                 WRITE object-file-record FROM object-savf-record
              END-IF
              MOVE ZERO TO object-buffer-length
              IF object-received-count = object-count-save
                 PERFORM finish-object-transfer
              END-IF
           END-IF.
      *----------------------------------------------------------------
       decode-object-byte.
           COMPUTE object-hex-position = object-byte-index * 2 - 1.
           MOVE object-data (object-hex-position:1)
              TO object-hex-char.
           MOVE ZERO TO object-high-digit.
           INSPECT object-hex-digits TALLYING object-high-digit
              FOR CHARACTERS BEFORE INITIAL object-hex-char.
           MOVE object-data (object-hex-position + 1:1)
              TO object-hex-char.
           MOVE ZERO TO object-low-digit.
           INSPECT object-hex-digits TALLYING object-low-digit
              FOR CHARACTERS BEFORE INITIAL object-hex-char.
           IF object-high-digit > 15 OR object-low-digit > 15
              SET object-data-bad TO TRUE
           ELSE
              COMPUTE object-byte-value =
                 object-high-digit * 16 + object-low-digit
              MOVE object-byte TO object-savf-record
                 (object-buffer-length + object-byte-index:1)
           END-IF.
      *----------------------------------------------------------------
       finish-object-transfer.
           SET object-transfer-closed TO TRUE.
           IF applying-for-real
              PERFORM close-object-transfer
           END-IF.
           IF object-data-bad
              PERFORM report-object-not-restored
           ELSE
              SET member-objects-shipped TO TRUE
              SET report-member-restored TO TRUE
              IF preview-only
                 PERFORM preview-object-restore
              ELSE
                 PERFORM build-object-save-file
                 MOVE "O" TO restore-kind-work
                 MOVE SPACES TO restore-command-work
                 STRING "RSTOBJ OBJ("          DELIMITED BY SIZE
                        object-name-save       DELIMITED BY SPACE
                        ") SAVLIB("            DELIMITED BY SIZE
                        object-library-save    DELIMITED BY SPACE
                        ") DEV(*SAVF) OBJTYPE(" DELIMITED BY SIZE
                        object-type-save       DELIMITED BY SPACE
                        ") SAVF(QTEMP/"        DELIMITED BY SIZE
                        object-savf-name       DELIMITED BY SIZE
                        ") RSTLIB("            DELIMITED BY SIZE
                        target-source-library  DELIMITED BY SPACE
                        ")"                    DELIMITED BY SIZE
                   INTO restore-command-work
                 END-STRING
                 PERFORM queue-restore-command
              END-IF
           END-IF.
      *----------------------------------------------------------------
       close-object-transfer.
           CLOSE object-file.
           MOVE "DLTOVR FILE(OBJXFER)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
      * The transfer file is copied into a save file of the
      * object's own, so the next object can reuse the transfer
      * file before this one is restored.
      *----------------------------------------------------------------
       build-object-save-file.
           ADD 1 TO object-savf-sequence.
           MOVE SPACES TO command-string.
           STRING "CHKOBJ OBJ(QTEMP/"        DELIMITED BY SIZE
                  object-savf-name           DELIMITED BY SIZE
                  ") OBJTYPE(*FILE)"         DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           MOVE SPACES TO command-string.
           IF command-return-code = ZERO
              STRING "CLRSAVF FILE(QTEMP/"   DELIMITED BY SIZE
                     object-savf-name        DELIMITED BY SIZE
                     ")"                     DELIMITED BY SIZE
                INTO command-string
              END-STRING
           ELSE
              STRING "CRTSAVF FILE(QTEMP/"   DELIMITED BY SIZE
                     object-savf-name        DELIMITED BY SIZE
                     ")"                     DELIMITED BY SIZE
                INTO command-string
              END-STRING
           END-IF.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           MOVE SPACES TO command-string.
           STRING "CPYF FROMFILE(QTEMP/BNDLOBJP) TOFILE(QTEMP/"
                                             DELIMITED BY SIZE
                  object-savf-name           DELIMITED BY SIZE
                  ") MBROPT(*ADD)"           DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
      * A header with no records is how a recovery bundle says the
      * object was not there before the distribution restored it,
      * so the rollback removes it. A distribution has no business
      * removing objects, and one that tries is refused.
      *----------------------------------------------------------------
       receive-object-removal.
           IF recovery-replay
              MOVE "X" TO restore-kind-work
              MOVE SPACES TO restore-command-work
              EVALUATE object-type-save
                  WHEN "*PGM"
                     STRING "DLTPGM PGM("       DELIMITED BY SIZE
                            target-source-library
                                                DELIMITED BY SPACE
                            "/"                 DELIMITED BY SIZE
                            object-name-save    DELIMITED BY SPACE
                            ")"                 DELIMITED BY SIZE
                       INTO restore-command-work
                     END-STRING
                  WHEN "*CMD"
                     STRING "DLTCMD CMD("       DELIMITED BY SIZE
                            target-source-library
                                                DELIMITED BY SPACE
                            "/"                 DELIMITED BY SIZE
                            object-name-save    DELIMITED BY SPACE
                            ")"                 DELIMITED BY SIZE
                       INTO restore-command-work
                     END-STRING
                  WHEN "*FILE"
                     STRING "DLTF FILE("        DELIMITED BY SIZE
                            target-source-library
                                                DELIMITED BY SPACE
                            "/"                 DELIMITED BY SIZE
                            object-name-save    DELIMITED BY SPACE
                            ")"                 DELIMITED BY SIZE
                       INTO restore-command-work
                     END-STRING
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
              IF restore-command-work = SPACES
                 SET object-data-bad TO TRUE
                 PERFORM report-object-not-restored
              ELSE
                 SET member-objects-shipped TO TRUE
                 PERFORM queue-restore-command
              END-IF
           ELSE
              SET object-data-bad TO TRUE
              PERFORM report-object-not-restored
           END-IF.
      *----------------------------------------------------------------
      * A restore is ranked with the programs: no physical or
      * logical file ever ships as an object, so every file compile
      * in the bundle has run before the first restore does. A full
      * work list restores on the spot, the way it compiles.
      *----------------------------------------------------------------
       queue-restore-command.
           MOVE object-member-save  TO restore-member-work.
           MOVE current-source-file TO restore-file-work.
           MOVE object-name-save    TO restore-object-work.
           MOVE object-type-save    TO restore-type-work.
           IF compile-work-count = 200
              DISPLAY "UNBUNDLEL *** COMPILE WORK LIST FULL - "
                      "RESTORING OBJECT " object-name-save
                      " IMMEDIATELY"
              PERFORM restore-shipped-object
           ELSE
              ADD 1 TO compile-work-count
              MOVE restore-kind-work
                 TO compile-work-kind (compile-work-count)
              MOVE restore-object-work
                 TO compile-work-object (compile-work-count)
              MOVE restore-member-work
                 TO compile-work-member (compile-work-count)
              MOVE restore-file-work
                 TO compile-work-file (compile-work-count)
              MOVE restore-type-work
                 TO compile-work-type (compile-work-count)
              MOVE 3 TO compile-work-rank (compile-work-count)
              MOVE "A" TO compile-work-verdict (compile-work-count)
              MOVE SPACES
                 TO compile-work-refusal-code (compile-work-count)
              MOVE SPACES
                 TO compile-work-refusal-reason (compile-work-count)
              MOVE restore-command-work
                 TO compile-work-command (compile-work-count)
           END-IF.
      *----------------------------------------------------------------
       preview-object-restore.
           MOVE SPACES TO report-record.
           STRING "*CHECK: OBJECT "          DELIMITED BY SIZE
                  object-name-save           DELIMITED BY SPACE
                  " "                        DELIMITED BY SIZE
                  object-type-save           DELIMITED BY SPACE
                  " WOULD BE RESTORED IN PLACE OF A COMPILE"
                                             DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
      * An object whose records are damaged or cut short is never
      * restored -- half a save file is no object at all -- and the
      * run fails, as it does for a corrupt member.
      *----------------------------------------------------------------
       report-object-not-restored.
           SET any-command-failed TO TRUE.
           DISPLAY "UNBUNDLEL *** OBJECT " object-name-save " "
                   object-type-save " FOR MEMBER " object-member-save
                   " IS DAMAGED OR INCOMPLETE - NOT RESTORED".
           MOVE SPACES TO report-record.
           STRING "*** OBJECT "              DELIMITED BY SIZE
                  object-name-save           DELIMITED BY SPACE
                  " "                        DELIMITED BY SIZE
                  object-type-save           DELIMITED BY SPACE
                  " FOR MEMBER "             DELIMITED BY SIZE
                  object-member-save         DELIMITED BY SPACE
                  " IS DAMAGED OR INCOMPLETE - NOT RESTORED"
                                             DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       refuse-stray-object-data.
           SET any-command-failed TO TRUE.
           DISPLAY "UNBUNDLEL *** OBJECT DATA FOR MEMBER "
                   source-member OF o-data-record
                   " WITHOUT ITS HEADER - IGNORED".
           MOVE SPACES TO report-record.
           STRING "*** OBJECT DATA FOR MEMBER "
                                             DELIMITED BY SIZE
                  source-member OF o-data-record
                                             DELIMITED BY SPACE
                  " WITHOUT ITS HEADER - IGNORED"
                                             DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
      * An object still short of records when its member ends, the
      * segment ends, another object starts or the bundle runs out
      * was cut short in transit.
      *----------------------------------------------------------------
       check-object-transfer-ended.
           IF object-transfer-open
              SET object-transfer-closed TO TRUE
              IF applying-for-real
                 PERFORM close-object-transfer
              END-IF
              SET object-data-bad TO TRUE
              PERFORM report-object-not-restored
           END-IF.
      *----------------------------------------------------------------
       run-deferred-compiles.
           IF compile-work-count > ZERO
              IF trailer-seen AND trailer-counts-clean
                 AND checksums-clean
                 PERFORM write-compile-phase-header
                 PERFORM compile-rank-pass
                    VARYING compile-pass-rank FROM 1 BY 1
                    UNTIL compile-pass-rank > 3
              ELSE
                 DISPLAY "UNBUNDLEL *** COMPILES SKIPPED - BUNDLE "
                         "NOT VERIFIED"
                 MOVE SPACES TO report-record
                 STRING "*** COMPILES SKIPPED - BUNDLE NOT VERIFIED"
                                                DELIMITED BY SIZE
                   INTO report-record
                 END-STRING
                 WRITE report-record
              END-IF
           END-IF.
      *----------------------------------------------------------------
       write-compile-phase-header.
           MOVE SPACES TO report-record.
           WRITE report-record.
           MOVE SPACES TO report-record.
           STRING "COMPILE PHASE"              DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       compile-rank-pass.
           PERFORM run-queued-compile
              VARYING compile-work-index FROM 1 BY 1
              UNTIL compile-work-index > compile-work-count.
      *----------------------------------------------------------------
       run-queued-compile.
           IF compile-work-rank (compile-work-index) =
                 compile-pass-rank
              EVALUATE TRUE
                  WHEN compile-work-kind (compile-work-index) NOT = "C"
                     PERFORM run-queued-restore
                  WHEN compile-work-verdict (compile-work-index) = "R"
                     PERFORM refuse-queued-compile
                  WHEN OTHER
                     PERFORM run-allowed-compile
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
       run-allowed-compile.
           MOVE compile-work-command (compile-work-index)
              TO command-string.
           PERFORM run-compile-command.
           PERFORM write-compile-report-line.
           MOVE compile-work-member (compile-work-index)
              TO history-member-work.
           MOVE "COMPILE"            TO history-action-work.
           MOVE compile-work-file (compile-work-index)
              TO history-file-work.
           MOVE ZERO                 TO history-line-count-work.
           MOVE command-return-code  TO history-return-code-work.
           MOVE SPACES               TO history-detail-work.
           PERFORM write-history-record.
      *----------------------------------------------------------------
       run-queued-restore.
           MOVE compile-work-kind (compile-work-index)
              TO restore-kind-work.
           MOVE compile-work-member (compile-work-index)
              TO restore-member-work.
           MOVE compile-work-file (compile-work-index)
              TO restore-file-work.
           MOVE compile-work-object (compile-work-index)
              TO restore-object-work.
           MOVE compile-work-type (compile-work-index)
              TO restore-type-work.
           MOVE compile-work-command (compile-work-index)
              TO restore-command-work.
           PERFORM restore-shipped-object.
      *----------------------------------------------------------------
      * The object a restore is about to replace is captured into
      * the recovery bundle first, the way a member is before it is
      * cleared; a staged apply restores into the staging library
      * and has nothing of production's to capture. The history
      * records a RESTORE with the object type as its detail, or
      * *REMOVED for a rollback's removal.
      *----------------------------------------------------------------
       restore-shipped-object.
           IF direct-apply
              PERFORM capture-recovery-object
           END-IF.
           MOVE restore-command-work TO command-string.
           PERFORM run-compile-command.
           PERFORM write-restore-report-line.
           MOVE restore-member-work  TO history-member-work.
           MOVE "RESTORE"            TO history-action-work.
           MOVE restore-file-work    TO history-file-work.
           MOVE ZERO                 TO history-line-count-work.
           MOVE command-return-code  TO history-return-code-work.
           IF restore-kind-work = "X"
              MOVE "*REMOVED"        TO history-detail-work
           ELSE
              MOVE restore-type-work TO history-detail-work
              IF command-return-code = ZERO
                 ADD 1 TO report-restored-total
              END-IF
           END-IF.
           PERFORM write-history-record.
      *----------------------------------------------------------------
       write-restore-report-line.
           MOVE command-return-code TO command-return-code-edit.
           MOVE SPACES TO report-line-work.
           MOVE restore-object-work TO report-line-work (1:10).
           MOVE restore-type-work   TO report-line-work (12:10).
           IF restore-kind-work = "X"
              MOVE "REMOVE RC=" TO report-line-work (23:11)
           ELSE
              MOVE "RESTORE RC=" TO report-line-work (23:11)
           END-IF.
           MOVE command-return-code-edit
              TO report-line-work (34:10).
           MOVE restore-file-work   TO report-line-work (45:10).
           MOVE report-line-work TO report-record.
           WRITE report-record.
      *----------------------------------------------------------------
       refuse-queued-compile.
           MOVE compile-work-member (compile-work-index)
              TO refused-member.
           MOVE compile-work-file (compile-work-index)
              TO refused-file.
           MOVE compile-work-type (compile-work-index)
              TO refused-type.
           MOVE compile-work-refusal-code (compile-work-index)
              TO refused-code.
           MOVE compile-work-refusal-reason (compile-work-index)
              TO refused-reason.
           PERFORM refuse-compile-command.
      *----------------------------------------------------------------
      * A command the policy refused is never run. It is listed in
      * the compile phase where its compile would have been, with
      * the reason, and goes into the history as a REFUSED action
      * carrying the policy's refusal code, so it is owed a compile
      * just as a failed one is and BNDLRCML can pick it up once
      * the policy or the bundle has been put right.
      *----------------------------------------------------------------
       refuse-compile-command.
           SET any-command-failed TO TRUE.
           ADD 1 TO commands-refused-total.
           DISPLAY "UNBUNDLEL *** COMMAND POLICY REFUSED COMPILE OF "
                   "MEMBER " refused-member " - " refused-reason.
           MOVE SPACES TO report-line-work.
           MOVE refused-member       TO report-line-work (1:10).
           MOVE refused-type         TO report-line-work (12:10).
           MOVE "REFUSED"            TO report-line-work (23:11).
           MOVE refused-code         TO report-line-work (34:10).
           MOVE refused-file         TO report-line-work (45:10).
           MOVE refused-reason       TO report-line-work (56:70).
           MOVE report-line-work TO report-record.
           WRITE report-record.
           MOVE refused-member       TO history-member-work.
           MOVE "REFUSED"            TO history-action-work.
           MOVE refused-file         TO history-file-work.
           MOVE ZERO                 TO history-line-count-work.
           MOVE 1                    TO history-return-code-work.
           MOVE refused-code         TO history-detail-work.
           PERFORM write-history-record.
      *----------------------------------------------------------------
       write-compile-report-line.
           MOVE command-return-code TO command-return-code-edit.
           MOVE "COMPILE RC=" TO report-line-work (23:11).
           MOVE command-return-code-edit
              TO report-line-work (34:10).
           MOVE compile-work-file (compile-work-index)
              TO report-line-work (45:10).
           MOVE report-line-work TO report-record.
           WRITE report-record.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * Show the operator the exact command a live run would issue,
      * after the LLLLLLLLLL/FFFFFFFFFF substitution, spilling onto
      * as many report lines as the command text actually needs. A
      * command the policy refuses is shown the same way, with the
      * reason under it, and fails the preview, so a bundle that
      * carries one is held at its *CHECK step by BNDLAPYL.
      *----------------------------------------------------------------
       preview-compile-command.
           MOVE SPACES TO report-record.
           IF command-refused
              STRING "*CHECK: MEMBER "          DELIMITED BY SIZE
                     source-member OF c-record  DELIMITED BY SIZE
                     " WOULD BE REFUSED BY THE COMMAND POLICY:"
                                                DELIMITED BY SIZE
                INTO report-record
              END-STRING
           ELSE
              STRING "*CHECK: MEMBER "          DELIMITED BY SIZE
                     source-member OF c-record  DELIMITED BY SIZE
                     " WOULD RUN:"              DELIMITED BY SIZE
                INTO report-record
              END-STRING
           END-IF.
           WRITE report-record.
           PERFORM find-command-text-length.
           PERFORM preview-command-portion
              VARYING preview-chunk-start FROM 1 BY 64
              UNTIL preview-chunk-start > command-text-length.
           IF command-refused
              SET any-command-failed TO TRUE
              ADD 1 TO commands-refused-total
              MOVE SPACES TO report-record
              STRING "        *** REFUSED ("    DELIMITED BY SIZE
                     command-check-code         DELIMITED BY SPACE
                     ") - "                     DELIMITED BY SIZE
                     command-check-reason       DELIMITED BY SIZE
                INTO report-record
              END-STRING
              WRITE report-record
           END-IF.
      *----------------------------------------------------------------
       find-command-text-length.
           PERFORM scan-for-trailing-space
           END-READ.
      *----------------------------------------------------------------
       end-of-member.
           PERFORM check-object-transfer-ended.
           IF applying-for-real
              PERFORM finish-member-output
              IF direct-apply AND vendor-apply
                 MOVE source-member OF e-record
                    TO baseline-capture-member
                 MOVE current-source-file TO baseline-capture-file
                 PERFORM capture-vendor-baseline
              END-IF
              IF staging-apply AND promote-ops-count > ZERO
                 AND promote-op-type (promote-ops-count) = "M"
                 MOVE sequence-number
           MOVE pending-action-return-code
              TO history-return-code-work.
           MOVE SPACES                    TO history-detail-work.
           MOVE current-source-file       TO history-file-work.
           PERFORM write-history-record.
      *----------------------------------------------------------------
      * Checkpoint the member (or delete/rename) that just finished
      * so a rerun of this bundle after an abend can restart right
      * after it instead of redoing the whole distribution. The
      * record holds the member, then the source file it went to:
      * the two are what the rerun passes as RESTART-AFTER-MEMBER
      * and RESTART-AFTER-FILE, so a name that turns up in more
      * than one file of a bundle restarts in the right one.
      * RESTARTP is a 20-byte file (CRTPF RCDLEN(20)); one made for
      * the older member-only record has to be created again.
      *----------------------------------------------------------------
       checkpoint-restart-point.
           OPEN OUTPUT restart-file.
           MOVE SPACES TO restart-record.
           MOVE last-processed-member TO restart-point-member.
           MOVE current-source-file   TO restart-point-file.
           WRITE restart-record.
           CLOSE restart-file.
      *----------------------------------------------------------------
       test-recovery-logged.
           IF recovery-logged-member (recovery-logged-index) =
                 capture-member
              AND recovery-logged-file (recovery-logged-index) =
                 capture-source-file
              SET member-recovery-logged TO TRUE
           END-IF.
      *----------------------------------------------------------------
              ADD 1 TO recovery-logged-count
              MOVE capture-member
                 TO recovery-logged-member (recovery-logged-count)
              MOVE capture-source-file
                 TO recovery-logged-file (recovery-logged-count)
           END-IF.
      *----------------------------------------------------------------
       capture-recovery-segment.
           PERFORM switch-recovery-source-file.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(CAPTURE) TOFILE(" DELIMITED BY SIZE
                  source-file-library            DELIMITED BY SPACE
                  "/"                            DELIMITED BY SIZE
                  capture-source-file            DELIMITED BY SPACE
                  ") MBR("                       DELIMITED BY SIZE
                  capture-member                 DELIMITED BY SPACE
                  ")"                            DELIMITED BY SIZE
           COMPUTE recovery-member-checksum = recovery-member-checksum
              + checksum-char-value * checksum-column.
      *----------------------------------------------------------------
      * The recovery bundle names its source file on an "F" record
      * whenever the next capture belongs to a different file from
      * the last one written, so a replay puts every member back in
      * the file it came out of. The first capture of a run always
      * gets one -- a restart run's captures are appended behind
      * whatever file the abended run's captures ended on.
      *----------------------------------------------------------------
       switch-recovery-source-file.
           IF capture-source-file NOT = recovery-current-file
              MOVE SPACES TO bundle-structure
              MOVE "F"                 TO record-type OF f-record
              MOVE capture-source-file TO target-source-file OF f-record
              WRITE recovery-file-record FROM bundle-structure
              MOVE capture-source-file TO recovery-current-file
           END-IF.
      *----------------------------------------------------------------
      * The rollback of a brand-new member is its removal, so an
      * "M" record for a member the file does not have yet goes
      * into the recovery bundle as a "D" record.
           PERFORM check-recovery-logged.
           IF member-not-recovery-logged
              PERFORM register-recovery-logged
              PERFORM switch-recovery-source-file
              MOVE SPACES TO bundle-structure
              MOVE "D"            TO record-type OF d-record
              MOVE capture-member TO source-member OF d-record
                      "RENAMES - ROLLBACK WOULD BE INCOMPLETE"
           ELSE
              ADD 1 TO recovery-rename-count
              MOVE capture-source-file
                 TO recovery-rename-file (recovery-rename-count)
              MOVE capture-new-member
                 TO recovery-rename-from (recovery-rename-count)
              MOVE capture-member
           END-IF.
      *----------------------------------------------------------------
       write-recovery-rename-record.
           MOVE recovery-rename-file (recovery-rename-index)
              TO capture-source-file.
           PERFORM switch-recovery-source-file.
           MOVE SPACES TO bundle-structure.
           MOVE "R" TO record-type OF r-record.
           MOVE recovery-rename-from (recovery-rename-index)
              TO new-source-member OF r-record.
           WRITE recovery-file-record FROM bundle-structure.
           ADD 1 TO recovery-member-count.
      *----------------------------------------------------------------
      * An object is captured only the first time anything replaces
      * it in a run, like a member, and is registered in the same
      * list under its object type in place of a source file name
      * -- no source file is named *PGM, *CMD or *FILE. The object
      * in the target library goes into the recovery bundle as an
      * "O" header and data records of its own, outside any member
      * block, to be restored on replay; one that is not there yet
      * gets a header with no records, which the replay turns into
      * its removal.
      *----------------------------------------------------------------
       capture-recovery-object.
           MOVE restore-object-work TO capture-member.
           MOVE restore-type-work   TO capture-source-file.
           PERFORM check-recovery-logged.
           IF member-not-recovery-logged
              PERFORM register-recovery-logged
              MOVE SPACES TO command-string
              STRING "CHKOBJ OBJ("           DELIMITED BY SIZE
                     target-source-library   DELIMITED BY SPACE
                     "/"                     DELIMITED BY SIZE
                     restore-object-work     DELIMITED BY SPACE
                     ") OBJTYPE("            DELIMITED BY SIZE
                     restore-type-work       DELIMITED BY SPACE
                     ")"                     DELIMITED BY SIZE
                INTO command-string
              END-STRING
              CALL "CMDEXCM" USING command-string
                                   command-string-length
                                   command-return-code
              END-CALL
              MOVE ZERO TO object-savf-count
              IF command-return-code = ZERO
                 PERFORM save-recovery-object
              ELSE
                 PERFORM write-recovery-object-header
              END-IF
           END-IF.
      *----------------------------------------------------------------
       save-recovery-object.
           MOVE "CHKOBJ OBJ(QTEMP/BNDLOBJS) OBJTYPE(*FILE)"
              TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code = ZERO
              MOVE "CLRSAVF FILE(QTEMP/BNDLOBJS)" TO command-string
           ELSE
              MOVE "CRTSAVF FILE(QTEMP/BNDLOBJS)" TO command-string
           END-IF.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           MOVE SPACES TO command-string.
           STRING "SAVOBJ OBJ("              DELIMITED BY SIZE
                  restore-object-work        DELIMITED BY SPACE
                  ") LIB("                   DELIMITED BY SIZE
                  target-source-library      DELIMITED BY SPACE
                  ") DEV(*SAVF) SAVF(QTEMP/BNDLOBJS) OBJTYPE("
                                             DELIMITED BY SIZE
                  restore-type-work          DELIMITED BY SPACE
                  ")"                        DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           IF command-return-code = ZERO
              PERFORM prepare-object-transfer-file
              MOVE SPACES TO command-string
              STRING "CPYF FROMFILE(QTEMP/BNDLOBJS) "
                     "TOFILE(QTEMP/BNDLOBJP) MBROPT(*REPLACE)"
                                             DELIMITED BY SIZE
                INTO command-string
              END-STRING
              CALL "CMDEXCM" USING command-string
                                   command-string-length
                                   command-return-code
              END-CALL
              PERFORM log-command-result
           END-IF.
           IF command-return-code = ZERO
              PERFORM write-recovery-object-records
           ELSE
              DISPLAY "UNBUNDLEL *** OBJECT " restore-object-work
                      " NOT CAPTURED - ROLLBACK WOULD BE INCOMPLETE"
           END-IF.
      *----------------------------------------------------------------
      * The header has to give the record count before the data, so
      * the copy is read twice: once to count it, once to write it.
      *----------------------------------------------------------------
       write-recovery-object-records.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(OBJXFER) TOFILE(QTEMP/BNDLOBJP)"
                                             DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN INPUT object-file.
           SET object-file-not-at-end TO TRUE.
           PERFORM count-object-record UNTIL object-file-at-end.
           CLOSE object-file.
           PERFORM write-recovery-object-header.
           OPEN INPUT object-file.
           SET object-file-not-at-end TO TRUE.
           PERFORM capture-object-record UNTIL object-file-at-end.
           CLOSE object-file.
           MOVE "DLTOVR FILE(OBJXFER)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       count-object-record.
           READ object-file
              AT END
                 SET object-file-at-end TO TRUE
              NOT AT END
                 ADD 1 TO object-savf-count
           END-READ.
      *----------------------------------------------------------------
       write-recovery-object-header.
           MOVE SPACES TO bundle-structure.
           MOVE "O"                 TO record-type OF o-record.
           MOVE "H"                 TO object-record-kind OF o-record.
           MOVE restore-object-work TO source-member OF o-record.
           MOVE restore-object-work TO object-name OF o-record.
           MOVE restore-type-work   TO object-type OF o-record.
           MOVE target-source-library
              TO object-saved-library OF o-record.
           MOVE object-savf-count   TO object-record-count OF o-record.
           WRITE recovery-file-record FROM bundle-structure.
           MOVE bundle-file-record TO bundle-structure.
      *----------------------------------------------------------------
       capture-object-record.
           READ object-file
              INTO object-savf-record
              AT END
                 SET object-file-at-end TO TRUE
              NOT AT END
                 PERFORM write-recovery-object-data
                    VARYING object-slice-start FROM 1 BY 44
                    UNTIL object-slice-start > 528
           END-READ.
      *----------------------------------------------------------------
       write-recovery-object-data.
           MOVE SPACES TO bundle-structure.
           MOVE "O"           TO record-type OF o-data-record.
           MOVE "D"           TO object-record-kind OF o-data-record.
           MOVE restore-object-work
              TO source-member OF o-data-record.
           PERFORM encode-object-byte
              VARYING object-byte-index FROM 1 BY 1
              UNTIL object-byte-index > 44.
           WRITE recovery-file-record FROM bundle-structure.
           MOVE bundle-file-record TO bundle-structure.
      *----------------------------------------------------------------
       encode-object-byte.
           MOVE object-savf-record
              (object-slice-start + object-byte-index - 1:1)
              TO object-byte.
           DIVIDE object-byte-value BY 16
              GIVING object-high-digit
              REMAINDER object-low-digit.
           COMPUTE object-hex-position = object-byte-index * 2 - 1.
           MOVE object-hex-digits (object-high-digit + 1:1)
              TO object-data (object-hex-position:1).
           MOVE object-hex-digits (object-low-digit + 1:1)
              TO object-data (object-hex-position + 1:1).
      *----------------------------------------------------------------
       close-history-file.
           CLOSE history-file.
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       close-baseline-file.
           CLOSE baseline-file.
           MOVE "DLTOVR FILE(BASELINE)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       close-recovery-file.
           PERFORM write-recovery-rename-record
                    TO existence-check-member
                 MOVE target-source-library
                    TO existence-check-library
                 MOVE current-source-file
                    TO existence-check-file
                 PERFORM check-named-member-existence
                 EVALUATE TRUE
                     WHEN preview-only
              MOVE "D" TO promote-op-type (promote-ops-count)
              MOVE source-member OF d-record
                 TO promote-op-member (promote-ops-count)
              MOVE current-source-file
                 TO promote-op-file (promote-ops-count)
              MOVE SPACES
                 TO promote-op-new-name (promote-ops-count)
              MOVE SPACES
              MOVE "R" TO promote-op-type (promote-ops-count)
              MOVE source-member OF r-record
                 TO promote-op-member (promote-ops-count)
              MOVE current-source-file
                 TO promote-op-file (promote-ops-count)
              MOVE new-source-member OF r-record
                 TO promote-op-new-name (promote-ops-count)
              MOVE SPACES
           IF applying-for-real
              MOVE source-member OF d-record TO history-member-work
              MOVE "PROTECT"                 TO history-action-work
              MOVE current-source-file       TO history-file-work
              MOVE ZERO                      TO history-line-count-work
              MOVE ZERO                      TO history-return-code-work
              MOVE SPACES                    TO history-detail-work
           IF applying-for-real
              MOVE source-member OF r-record TO history-member-work
              MOVE "PROTECT"                 TO history-action-work
              MOVE current-source-file       TO history-file-work
              MOVE ZERO                      TO history-line-count-work
              MOVE ZERO                      TO history-return-code-work
              MOVE new-source-member OF r-record
      *----------------------------------------------------------------
       capture-and-remove-member.
           MOVE source-member OF d-record TO capture-member.
           MOVE current-source-file TO capture-source-file.
           MOVE "*NONE" TO capture-source-type.
           MOVE "RECOVERED AHEAD OF MEMBER DELETE"
              TO capture-source-text.
           PERFORM remove-member.
           MOVE source-member OF d-record TO history-member-work.
           MOVE "DELETE"                  TO history-action-work.
           MOVE current-source-file       TO history-file-work.
           MOVE ZERO                      TO history-line-count-work.
           MOVE command-return-code       TO history-return-code-work.
           MOVE SPACES                    TO history-detail-work.
           STRING "RMVM FILE("              DELIMITED BY SIZE
                  target-source-library     DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  current-source-file       DELIMITED BY SPACE
                  ") MBR("                  DELIMITED BY SIZE
                  source-member OF d-record DELIMITED BY SPACE
                  ")"                       DELIMITED BY SIZE
       rename-unprotected-member.
           MOVE source-member OF r-record TO existence-check-member.
           MOVE target-source-library TO existence-check-library.
           MOVE current-source-file TO existence-check-file.
           PERFORM check-named-member-existence.
           IF member-already-exists
              PERFORM apply-or-preview-rename
              PERFORM preview-rename-member
           ELSE
              MOVE source-member OF r-record     TO capture-member
              MOVE current-source-file           TO capture-source-file
              MOVE new-source-member OF r-record
                 TO capture-new-member
              PERFORM write-recovery-rename
              PERFORM rename-member-command
              MOVE source-member OF r-record TO history-member-work
              MOVE "RENAME"                  TO history-action-work
              MOVE current-source-file       TO history-file-work
              MOVE ZERO                      TO history-line-count-work
              MOVE command-return-code
                 TO history-return-code-work
           STRING "RNMM FILE("              DELIMITED BY SIZE
                  target-source-library     DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  current-source-file       DELIMITED BY SPACE
                  ") MBR("                  DELIMITED BY SIZE
                  source-member OF r-record DELIMITED BY SPACE
                  ") NEWMBR("                DELIMITED BY SIZE
              TO report-line-work (12:10).
           MOVE sequence-number-edit
              TO report-line-work (23:6).
           EVALUATE TRUE
               WHEN report-member-compiled
                  MOVE "YES" TO report-line-work (30:3)
               WHEN report-member-restored
                  MOVE "OBJECT" TO report-line-work (30:6)
               WHEN OTHER
                  MOVE "NO"  TO report-line-work (30:2)
           END-EVALUATE.
           MOVE current-source-file TO report-line-work (45:10).
           MOVE report-line-work TO report-record.
           WRITE report-record.
      *----------------------------------------------------------------
       promote-one-member.
           MOVE promote-op-member (promote-ops-index)
              TO promote-member.
           MOVE promote-op-file (promote-ops-index)
              TO promote-source-file.
           MOVE promote-member TO existence-check-member.
           MOVE source-file-library TO existence-check-library.
           MOVE promote-source-file TO existence-check-file.
           PERFORM check-named-member-existence.
           MOVE promote-source-file TO capture-source-file.
           IF member-already-exists
              MOVE promote-member TO capture-member
              MOVE promote-op-srctype (promote-ops-index)
           END-IF.
           PERFORM copy-staged-member.
           MOVE promote-member TO history-member-work.
           MOVE promote-source-file TO history-file-work.
           MOVE promote-op-lines (promote-ops-index)
              TO history-line-count-work.
           MOVE command-return-code TO history-return-code-work.
           PERFORM write-history-record.
           MOVE "PROMOTED" TO report-source-type-save.
           PERFORM write-promote-report-line.
           IF history-return-code-work = ZERO
              MOVE promote-member      TO baseline-capture-member
              MOVE promote-source-file TO baseline-capture-file
              PERFORM capture-vendor-baseline
           END-IF.
      *----------------------------------------------------------------
       add-promoted-member.
           MOVE SPACES TO command-string.
           STRING "ADDPFM FILE("            DELIMITED BY SIZE
                  source-file-library       DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  promote-source-file       DELIMITED BY SPACE
                  ") MBR("                  DELIMITED BY SIZE
                  promote-member            DELIMITED BY SPACE
                  ") SRCTYPE("              DELIMITED BY SIZE
                  staging-source-library OF qualified-source-file
                                            DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  promote-source-file       DELIMITED BY SPACE
                  ") TOFILE("               DELIMITED BY SIZE
                  source-file-library       DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  promote-source-file       DELIMITED BY SPACE
                  ") FROMMBR("              DELIMITED BY SIZE
                  promote-member            DELIMITED BY SPACE
                  ") TOMBR("                DELIMITED BY SIZE
           MOVE "PROMOTE RC=" TO report-line-work (23:11).
           MOVE command-return-code-edit
              TO report-line-work (34:10).
           MOVE promote-source-file TO report-line-work (45:10).
           MOVE report-line-work TO report-record.
           WRITE report-record.
      *----------------------------------------------------------------
       promote-one-delete.
           MOVE promote-op-member (promote-ops-index)
              TO promote-member.
           MOVE promote-op-file (promote-ops-index)
              TO promote-source-file.
           MOVE promote-member TO existence-check-member.
           MOVE source-file-library TO existence-check-library.
           MOVE promote-source-file TO existence-check-file.
           PERFORM check-named-member-existence.
           IF member-does-not-exist
              DISPLAY "UNBUNDLEL *** MEMBER " promote-member
                      " ALREADY REMOVED - SKIPPING RMVM"
           ELSE
              MOVE promote-member TO capture-member
              MOVE promote-source-file TO capture-source-file
              MOVE "*NONE" TO capture-source-type
              MOVE "RECOVERED AHEAD OF MEMBER DELETE"
                 TO capture-source-text
              PERFORM capture-recovery-member
              PERFORM remove-promoted-member
              MOVE promote-member      TO history-member-work
              MOVE promote-source-file TO history-file-work
              MOVE "DELETE"            TO history-action-work
              MOVE ZERO                TO history-line-count-work
              MOVE command-return-code TO history-return-code-work
           STRING "RMVM FILE("              DELIMITED BY SIZE
                  source-file-library       DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  promote-source-file       DELIMITED BY SPACE
                  ") MBR("                  DELIMITED BY SIZE
                  promote-member            DELIMITED BY SPACE
                  ")"                       DELIMITED BY SIZE
       promote-one-rename.
           MOVE promote-op-member (promote-ops-index)
              TO promote-member.
           MOVE promote-op-file (promote-ops-index)
              TO promote-source-file.
           MOVE promote-member TO existence-check-member.
           MOVE source-file-library TO existence-check-library.
           MOVE promote-source-file TO existence-check-file.
           PERFORM check-named-member-existence.
           IF member-already-exists
              PERFORM rename-promoted-member
      *----------------------------------------------------------------
       rename-promoted-member.
           MOVE promote-member TO capture-member.
           MOVE promote-source-file TO capture-source-file.
           MOVE promote-op-new-name (promote-ops-index)
              TO capture-new-member.
           PERFORM write-recovery-rename.
           STRING "RNMM FILE("              DELIMITED BY SIZE
                  source-file-library       DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  promote-source-file       DELIMITED BY SPACE
                  ") MBR("                  DELIMITED BY SIZE
                  promote-member            DELIMITED BY SPACE
                  ") NEWMBR("                DELIMITED BY SIZE
           END-CALL.
           PERFORM log-command-result.
           MOVE promote-member      TO history-member-work.
           MOVE promote-source-file TO history-file-work.
           MOVE "RENAME"            TO history-action-work.
           MOVE ZERO                TO history-line-count-work.
           MOVE command-return-code TO history-return-code-work.
           PERFORM write-promote-report-line.
      *----------------------------------------------------------------
       terminate-program.
           PERFORM check-object-transfer-ended.
           IF applying-for-real AND run-allowed
              AND NOT any-command-failed
              AND bundle-file-name OF qualified-bundle-file
                  NOT = "BNDLWRK"
              PERFORM record-installed-bundle
           END-IF.
           PERFORM write-report-summary.
           IF applying-for-real AND run-allowed
              PERFORM close-recovery-file
              PERFORM close-history-file
              IF vendor-apply
                 PERFORM close-baseline-file
              END-IF
              PERFORM release-apply-lock
           END-IF.
           CLOSE bundle-file.
           IF applying-for-real AND vendor-apply
              AND bundle-file-name OF qualified-bundle-file
                  NOT = "BNDLWRK"
              PERFORM send-acknowledgment
           END-IF.
           CLOSE report-file.
           EVALUATE TRUE
               WHEN any-command-failed
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
      * The acknowledgment carries the return code this run is about
      * to end with. A run that was refused -- an untrusted sender,
      * prerequisites, no approval, the apply lock -- never touched
      * the source, nor did a *STAGE run that failed before its
      * promote, so both go home as HELD; anything else went in, as
      * APPLIED, and a nonzero code tells head office to look at
      * the detail lines.
      *----------------------------------------------------------------
       send-acknowledgment.
           MOVE "APPLIED" TO summary-status.
           MOVE SPACES TO summary-detail.
           EVALUATE TRUE
               WHEN any-command-failed
                  MOVE 1 TO summary-return-code
               WHEN protected-member-total > ZERO
                  MOVE 2 TO summary-return-code
               WHEN OTHER
                  MOVE ZERO TO summary-return-code
           END-EVALUATE.
           EVALUATE TRUE
               WHEN bundle-not-trusted
                  MOVE "HELD" TO summary-status
                  MOVE "UNTRUSTED SENDER" TO summary-detail
               WHEN prerequisites-missing
                  MOVE "HELD" TO summary-status
                  MOVE "PREREQUISITES" TO summary-detail
               WHEN bundle-not-approved
                  MOVE "HELD" TO summary-status
                  MOVE "NOT APPROVED" TO summary-detail
               WHEN apply-lock-refused
                  MOVE "HELD" TO summary-status
                  MOVE "APPLY LOCK HELD" TO summary-detail
               WHEN staging-apply AND any-command-failed
                  MOVE "HELD" TO summary-status
                  MOVE "NOT PROMOTED" TO summary-detail
               WHEN any-command-failed
                  MOVE "COMMAND FAILURES" TO summary-detail
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
           IF series-recorded
              MOVE series-entry-count TO summary-series-count
              PERFORM add-series-acknowledgment
                 VARYING series-entry-index FROM 1 BY 1
                 UNTIL series-entry-index > series-entry-count
           END-IF.
           CALL "BNDLACWL" USING qualified-bundle-file
                                 acknowledgment-summary
           END-CALL.
           MOVE RETURN-CODE TO acknowledgment-return-code.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO report-record.
           IF acknowledgment-return-code = ZERO
              STRING "ACKNOWLEDGED AS "         DELIMITED BY SIZE
                     summary-status             DELIMITED BY SPACE
                     " IN "                     DELIMITED BY SIZE
                     bundle-file-library OF qualified-bundle-file
                                                DELIMITED BY SPACE
                     "/BNDACKP"                 DELIMITED BY SIZE
                INTO report-record
              END-STRING
           ELSE
              SET any-command-failed TO TRUE
              STRING "*** ACKNOWLEDGMENT NOT WRITTEN - SEE "
                     "BNDLACWL JOB LOG"         DELIMITED BY SIZE
                INTO report-record
              END-STRING
           END-IF.
           WRITE report-record.
      *----------------------------------------------------------------
       add-series-acknowledgment.
           MOVE series-entry-name (series-entry-index)
              TO summary-series-name (series-entry-index).
           MOVE series-entry-date (series-entry-index)
              TO summary-series-date (series-entry-index).
      *----------------------------------------------------------------
      * Only a clean real apply -- direct, or staged and promoted --
      * goes into the register; a run with protected members skipped
      * still counts, since everything else in it went in. The
      * BNDLWRK work bundle (a browser selection, a rollback replay)
      * is never a distribution in its own right and is left out.
      * The bundles a consolidation stands in for go in ahead of
      * it, in the order they were built, under the library the
      * consolidation was received into. The register is created
      * the first time it is needed.
      *----------------------------------------------------------------
       record-installed-bundle.
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
           IF command-return-code NOT = ZERO
              MOVE SPACES TO command-string
              STRING "CRTPF FILE("           DELIMITED BY SIZE
                     source-file-library     DELIMITED BY SPACE
                     "/INSTALLP) RCDLEN(80)" DELIMITED BY SIZE
                INTO command-string
              END-STRING
              CALL "CMDEXCM" USING command-string
                                   command-string-length
                                   command-return-code
              END-CALL
              PERFORM log-command-result
           END-IF.
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
           OPEN EXTEND install-file.
           PERFORM record-installed-series
              VARYING series-entry-index FROM 1 BY 1
              UNTIL series-entry-index > series-entry-count.
           IF series-entry-count > ZERO
              SET series-recorded TO TRUE
           END-IF.
           MOVE SPACES TO install-structure.
           MOVE bundle-file-name OF qualified-bundle-file
              TO install-bundle-name.
           MOVE bundle-file-library OF qualified-bundle-file
              TO install-bundle-library.
           MOVE bundle-date-save     TO install-bundle-date.
           MOVE bundle-release-level TO install-release-level.
           MOVE "APPLIED"            TO install-action.
           MOVE run-date-stamp       TO install-run-date.
           MOVE run-time-stamp       TO install-run-time.
           WRITE install-file-record FROM install-structure.
           CLOSE install-file.
           MOVE "DLTOVR FILE(INSTALL)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           MOVE SPACES TO report-record.
           STRING "BUNDLE RECORDED AS APPLIED IN "
                                             DELIMITED BY SIZE
                  source-file-library        DELIMITED BY SPACE
                  "/INSTALLP"                DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       record-installed-series.
           MOVE SPACES TO install-structure.
           MOVE series-entry-name (series-entry-index)
              TO install-bundle-name.
           MOVE bundle-file-library OF qualified-bundle-file
              TO install-bundle-library.
           MOVE series-entry-date (series-entry-index)
              TO install-bundle-date.
           MOVE series-entry-release (series-entry-index)
              TO install-release-level.
           MOVE "APPLIED"            TO install-action.
           MOVE run-date-stamp       TO install-run-date.
           MOVE run-time-stamp       TO install-run-time.
           WRITE install-file-record FROM install-structure.
           MOVE SPACES TO report-record.
           STRING "CONSOLIDATED BUNDLE "    DELIMITED BY SIZE
                  series-entry-name (series-entry-index)
                                            DELIMITED BY SPACE
                  " RECORDED AS APPLIED"    DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       write-report-summary.
           MOVE SPACES TO report-record.
           END-STRING.
           WRITE report-record.
           MOVE SPACES TO report-record.
           MOVE report-restored-total TO sequence-number-edit.
           STRING "OBJECTS RESTORED . . . . . . : "
                  DELIMITED BY SIZE
                  sequence-number-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE SPACES TO report-record.
           MOVE commands-refused-total TO sequence-number-edit.
           STRING "COMMANDS REFUSED BY POLICY . : "
                  DELIMITED BY SIZE
                  sequence-number-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE SPACES TO report-record.
           STRING "TOTAL SOURCE LINES WRITTEN . : "
                  DELIMITED BY SIZE
                  report-line-total
