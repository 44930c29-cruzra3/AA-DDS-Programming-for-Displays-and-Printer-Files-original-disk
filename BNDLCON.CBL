       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bndlconl.

      ******************************************************************
      * Copyright (c) 1994 Duke Communications International.
      * All rights reserved.
      *
      * Bundle consolidation. Reads a list of bundles in the order
      * they would be applied (BNDLQUE layout, so an apply queue can
      * be consolidated as it stands; only the bundle name and
      * library are used) and writes one bundle that leaves a
      * source library the way applying the whole series would,
      * carrying only the final version of each member. A site that
      * has fallen a dozen bundles behind catches up in one apply,
      * one preview and one rollback instead of a dozen.
      *
      * The series is walked in order keeping one entry per member
      * per source file:
      *
      *   - an "M" replaces whatever the entry held; the member's
      *     last version is the one that ships, with its own "C"
      *     command, and every earlier version is dropped;
      *   - an "R" renames the entry, so a rename of a member the
      *     series shipped just ships it under the new name, and a
      *     chain of renames collapses to one "R" from the name the
      *     target library has now to the name it ends up with;
      *   - a "D" removes the entry, and the member goes out as
      *     one "D" under the name the target has for it.
      *
      * An "M" cannot say whether the target already has the member,
      * so a member the series ships under a name and then deletes
      * or renames away still goes out as a "D" of that first name:
      * applying the series would have replaced the target's copy
      * and then removed it, and UNBUNDLEL passes over a "D" for a
      * member that is not there.
      *
      * The result is one signed T...Z segment: the "T" carries the
      * last release level in the series, the "I" this site, then
      * an "N" record naming each bundle of the series -- behind
      * those a consolidated input itself named -- and the series'
      * "P" prerequisites less those the series itself satisfies.
      * Members for the file UNBUNDLEL is called with come first,
      * then each named file behind its own "F" record.
      * Within a file the "D" and "R" records go ahead of every "M",
      * ordered so no rename lands on a name still waiting to be
      * vacated; two members that swap names cannot be ordered and
      * the run is refused.
      * Member blocks are copied record for record from the bundle
      * that shipped the final version, renamed where a later bundle
      * renamed the member (whole-word in its compile command too,
      * though its "O" compiled objects are dropped, since the save
      * file in them cannot be renamed), with the "S" checksum
      * taken afresh over the lines actually written and a "Z"
      * trailer counting exactly what was written.
      *
      * Every input bundle must pass the trusted-sender check
      * (BNDLTRSL) and balance its own "Z" trailers before anything
      * is written, since the result goes out signed with this
      * site's own key (SENDERP) and nothing would be left to vouch
      * for what went in. A refused run leaves the output bundle
      * empty and ends with return code 1.
      *
      * The report maps every member in the result back to the
      * bundle (library, name and date) its content or its rename
      * or delete came from; BNDHSTP on the target will record the
      * consolidated bundle's name against each member, and this
      * report is what ties those entries back to the original
      * distributions.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       file-control.
           SELECT list-file ASSIGN TO DATABASE-bundlist
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT bundle-file ASSIGN TO DATABASE-bundle
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT consolidated-file ASSIGN TO DATABASE-consol
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT report-file ASSIGN TO PRINTER-report
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  list-file.
       01  list-file-record             PIC X(80).

       FD  bundle-file.
       01  bundle-file-record           PIC X(100).

       FD  consolidated-file.
       01  consolidated-file-record     PIC X(100).

       FD  report-file.
       01  report-record                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLSTRU.
           COPY BNDLQUE.

       01  command-string               PIC X(4096).
       01  command-string-length        PIC S9(10)V9(5) PACKED-DECIMAL
           VALUE 4096.
       01  command-return-code          PIC S9(9) BINARY.

       01  any-command-failed-switch    PIC X(1)  VALUE "N".
           88  any-command-failed           VALUE "Y".

       01  consolidation-switch         PIC X(1).
           88  consolidation-refused        VALUE "Y".
           88  consolidation-allowed        VALUE "N".
       01  consolidation-refusal        PIC X(70).

       01  output-open-switch           PIC X(1).
           88  output-open                  VALUE "Y".
           88  output-closed                VALUE "N".

       01  list-eof-switch              PIC X(1).
           88  list-at-end                  VALUE "Y".
           88  list-not-at-end              VALUE "N".

       01  bundle-eof-switch            PIC X(1).
           88  bundle-at-end                VALUE "Y".
           88  bundle-not-at-end            VALUE "N".

      *----------------------------------------------------------------
      * The series, in apply order. The date is the one on each
      * bundle's first "T", the release the last non-blank one any
      * of its "T" records brings the library to.
      *----------------------------------------------------------------
       01  input-bundle-table.
           02  input-bundle-entry OCCURS 100.
               03  input-bundle-name    PIC X(8).
               03  input-bundle-library PIC X(10).
               03  input-bundle-date    PIC X(6).
               03  input-bundle-release PIC X(10).
       01  input-bundle-count           PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  input-bundle-index           PIC S9(4) PACKED-DECIMAL.
       01  input-search-index           PIC S9(4) PACKED-DECIMAL.
       01  input-found-switch           PIC X(1).
           88  input-found                  VALUE "Y".
           88  input-not-found              VALUE "N".

      *----------------------------------------------------------------
      * The bundles an input that is itself a consolidation stands
      * in for, from its "N" records, against the input that named
      * them; the output names them again just ahead of it.
      *----------------------------------------------------------------
       01  nested-bundle-table.
           02  nested-bundle-entry OCCURS 100.
               03  nested-bundle-input  PIC S9(4) PACKED-DECIMAL.
               03  nested-bundle-name   PIC X(8).
               03  nested-bundle-date   PIC X(6).
               03  nested-bundle-release
                                        PIC X(10).
       01  nested-bundle-count          PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  nested-bundle-index          PIC S9(4) PACKED-DECIMAL.

      *----------------------------------------------------------------
      * One entry per member per source file (a blank file is the
      * one UNBUNDLEL is called with). ORIGIN is the name the member
      * has on the target before the series -- for a member first
      * seen on an "M", the name it was shipped under, which the
      * target may or may not have; ORIGIN-KIND says which. CURRENT
      * is its name after the bundles read so far. NETTED marks a
      * member first seen on an "M" and later deleted.
      * CONTENT-BUNDLE and CONTENT-RECORD point at the "M" record of
      * the version that ships, zero when the target's own copy is
      * kept. ADDED-BUNDLE is the bundle that created the entry,
      * CHANGE-BUNDLE the last one to rename or delete it.
      *----------------------------------------------------------------
       01  member-table.
           02  member-entry OCCURS 500.
               03  member-file          PIC X(10).
               03  member-origin        PIC X(10).
               03  member-origin-kind   PIC X(1).
                   88  member-origin-target VALUE "T".
                   88  member-origin-shipped
                                            VALUE "S".
               03  member-current       PIC X(10).
               03  member-status        PIC X(1).
                   88  member-live          VALUE "L".
                   88  member-deleted       VALUE "D".
                   88  member-netted        VALUE "N".
               03  member-content-bundle
                                        PIC S9(4) PACKED-DECIMAL.
               03  member-content-record
                                        PIC S9(7) PACKED-DECIMAL.
               03  member-added-bundle  PIC S9(4) PACKED-DECIMAL.
               03  member-change-bundle PIC S9(4) PACKED-DECIMAL.
               03  member-operation-state
                                        PIC X(1).
                   88  member-operation-pending VALUE "P".
                   88  member-operation-written VALUE "W".
       01  member-count                 PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  member-index                 PIC S9(4) PACKED-DECIMAL.
       01  member-found-index           PIC S9(4) PACKED-DECIMAL.
       01  member-found-switch          PIC X(1).
           88  member-found                 VALUE "Y".
           88  member-not-found             VALUE "N".
       01  member-search-file           PIC X(10).
       01  member-search-name           PIC X(10).
       01  renamed-target-index         PIC S9(4) PACKED-DECIMAL.

      *----------------------------------------------------------------
      * Source files in the order the series first names them; the
      * first group is always the file named on the call.
      *----------------------------------------------------------------
       01  file-group-table.
           02  file-group-name OCCURS 50
                                        PIC X(10).
       01  file-group-count             PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  file-group-index             PIC S9(4) PACKED-DECIMAL.
       01  file-search-index            PIC S9(4) PACKED-DECIMAL.
       01  file-found-switch            PIC X(1).
           88  file-found                   VALUE "Y".
           88  file-not-found               VALUE "N".

       01  prerequisite-table.
           02  prerequisite-entry OCCURS 50.
               03  prerequisite-bundle  PIC X(8).
               03  prerequisite-release PIC X(10).
       01  prerequisite-count           PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  prerequisite-index           PIC S9(4) PACKED-DECIMAL.
       01  prerequisite-bundle-work     PIC X(8).
       01  prerequisite-release-work    PIC X(10).
       01  prerequisite-found-switch    PIC X(1).
           88  prerequisite-found           VALUE "Y".
           88  prerequisite-not-found       VALUE "N".

      *----------------------------------------------------------------
      * Reading the series: where the bundle's records are pointed,
      * and the running totals its next "Z" has to match.
      *----------------------------------------------------------------
       01  scan-source-file             PIC X(10).
       01  bundle-record-number         PIC S9(7) PACKED-DECIMAL.
       01  segment-open-switch          PIC X(1).
           88  segment-open                 VALUE "Y".
           88  segment-closed               VALUE "N".
       01  segment-member-count         PIC 9(5).
       01  segment-line-count           PIC 9(8).
       01  expand-position              PIC S9(3) PACKED-DECIMAL.
       01  expand-line-length           PIC 9(2).
       01  x-logical-line-count         PIC S9(3) PACKED-DECIMAL.

      *----------------------------------------------------------------
      * Writing the result.
      *----------------------------------------------------------------
       01  output-source-file           PIC X(10).
       01  output-member-count          PIC 9(5)  VALUE ZERO.
       01  output-line-count            PIC 9(8)  VALUE ZERO.
       01  consolidated-bundle-date     PIC 9(6).
       01  consolidated-release         PIC X(10).
       01  series-count-display         PIC 9(3).
       01  operations-pending-count     PIC S9(4) PACKED-DECIMAL.
       01  operation-progress-switch    PIC X(1).
           88  operation-progress-made      VALUE "Y".
           88  operation-no-progress        VALUE "N".
       01  rename-blocked-switch        PIC X(1).
           88  rename-blocked               VALUE "Y".
           88  rename-clear                 VALUE "N".
       01  blocker-index                PIC S9(4) PACKED-DECIMAL.
       01  bundle-needed-switch         PIC X(1).
           88  bundle-needed                VALUE "Y".
           88  bundle-not-needed            VALUE "N".

       01  copying-switch               PIC X(1).
           88  copying-member               VALUE "Y".
           88  not-copying-member           VALUE "N".
       01  copy-entry-index             PIC S9(4) PACKED-DECIMAL.
       01  copy-final-name              PIC X(10).
       01  copy-shipped-name            PIC X(10).
       01  input-checksum-switch        PIC X(1).
           88  input-checksum-present       VALUE "Y".
           88  input-checksum-absent        VALUE "N".
       01  input-member-checksum        PIC 9(9).
       01  member-objects-switch        PIC X(1).
           88  member-objects-kept          VALUE "Y".
           88  member-objects-dropped       VALUE "N".

      *----------------------------------------------------------------
      * The checksum is the one BUNDLEL computes (see BNDLSTRU):
      * the character is set behind a LOW-VALUE byte and read back
      * through a two-byte binary redefinition to get its value.
      *----------------------------------------------------------------
       01  output-member-checksum       PIC 9(9).
       01  checksum-line                PIC X(80).
       01  checksum-column              PIC S9(3) PACKED-DECIMAL.
       01  checksum-char-pair.
           02  FILLER                   PIC X(1)  VALUE LOW-VALUE.
           02  checksum-char            PIC X(1).
       01  checksum-char-value REDEFINES checksum-char-pair
                                        PIC 9(4) COMP.

       01  x-record-switch              PIC X(1).
           88  x-record-good                VALUE "Y".
           88  x-record-bad                 VALUE "N".
       01  expand-column                PIC S9(3) PACKED-DECIMAL.
       01  expand-seg-position          PIC S9(3) PACKED-DECIMAL.
       01  expand-seg-end               PIC S9(3) PACKED-DECIMAL.
       01  expand-blank-count           PIC 9(2).
       01  expand-text-count            PIC 9(2).

      *----------------------------------------------------------------
      * The member's compile command is held until its "E" so a
      * member shipped under a name a later bundle changed can have
      * the name changed in the command as well. Only the last
      * command in the block is kept.
      *----------------------------------------------------------------
       01  held-command-switch          PIC X(1).
           88  command-held                 VALUE "Y".
           88  no-command-held              VALUE "N".
       01  held-command                 PIC X(4000).
       01  held-command-chunks          PIC S9(3) PACKED-DECIMAL.
       01  continuations-owed           PIC 9(2).
       01  command-length-index         PIC S9(4) PACKED-DECIMAL.
       01  compile-continuation-count   PIC 9(2).
       01  continuation-chunk-index     PIC S9(3) PACKED-DECIMAL.
       01  compile-chunk-start          PIC S9(4) PACKED-DECIMAL.

       01  rebuilt-command              PIC X(4000).
       01  rebuilt-pointer              PIC S9(4) PACKED-DECIMAL.
       01  substitute-position          PIC S9(4) PACKED-DECIMAL.
       01  shipped-name-length          PIC S9(3) PACKED-DECIMAL.
       01  names-substituted            PIC S9(4) PACKED-DECIMAL.
       01  name-match-switch            PIC X(1).
           88  name-matches                 VALUE "Y".
           88  name-differs                 VALUE "N".
       01  rebuilt-overflow-switch      PIC X(1).
           88  rebuilt-overflowed           VALUE "Y".
           88  rebuilt-fits                 VALUE "N".
       01  boundary-char                PIC X(1).
           88  boundary-name-char
               VALUE "A" THRU "I" "J" THRU "R" "S" THRU "Z"
                     "0" THRU "9" "$" "#" "@" "_" ".".

       01  signing-key-switch           PIC X(1).
           88  signing-key-found            VALUE "Y".
           88  signing-key-missing          VALUE "N".
       01  signed-value-display         PIC 9(9).

       01  report-file-work             PIC X(10).
       01  report-member-work           PIC X(10).
       01  report-action-work           PIC X(8).
       01  report-bundle-index          PIC S9(4) PACKED-DECIMAL.
       01  report-note-work             PIC X(70).
       01  report-note-pointer          PIC S9(3) PACKED-DECIMAL.
       01  report-bundle-work           PIC X(19).
       01  note-bundle-work             PIC X(19).
       01  current-bundle-work          PIC X(19).
       01  sequence-edit                PIC ZZ9.

       01  members-shipped-total        PIC 9(5)  VALUE ZERO.
       01  members-renamed-total        PIC 9(5)  VALUE ZERO.
       01  members-deleted-total        PIC 9(5)  VALUE ZERO.
       01  total-edit                   PIC Z(4)9.
       01  line-total-edit              PIC Z(7)9.

      *----------------------------------------------------------------
      * Filled in by BNDLTRSL, BNDLKEYL and BNDLAUTL; see those
      * programs for the layouts.
      *----------------------------------------------------------------
       01  trust-bundle-parm.
           02  trust-bundle-name        PIC X(8).
           02  trust-bundle-library     PIC X(10).
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
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  qualified-list-file.
           02  list-file-name           PIC X(10).
           02  list-file-library        PIC X(10).
       01  qualified-bundle-file.
           02  bundle-file-name         PIC X(8).
           02  bundle-file-library      PIC X(10).

      ******************************************************************
       PROCEDURE DIVISION USING qualified-list-file
                                qualified-bundle-file.
      *----------------------------------------------------------------
       mainline.
           PERFORM initialize-program.
           PERFORM check-bundle-trust
              VARYING input-bundle-index FROM 1 BY 1
              UNTIL input-bundle-index > input-bundle-count.
           PERFORM scan-input-bundle
              VARYING input-bundle-index FROM 1 BY 1
              UNTIL input-bundle-index > input-bundle-count
                 OR consolidation-refused.
           IF consolidation-allowed
              PERFORM write-consolidated-bundle
           END-IF.
           PERFORM terminate-program.
           GOBACK.
      *----------------------------------------------------------------
      * Called again without a CANCEL, the program would otherwise
      * start from the last run's tables and totals.
      *----------------------------------------------------------------
       initialize-program.
           MOVE "N" TO any-command-failed-switch.
           SET consolidation-allowed TO TRUE.
           MOVE SPACES TO consolidation-refusal.
           SET output-closed TO TRUE.
           MOVE ZERO TO input-bundle-count.
           MOVE ZERO TO nested-bundle-count.
           MOVE ZERO TO member-count.
           MOVE ZERO TO prerequisite-count.
           MOVE 1 TO file-group-count.
           MOVE SPACES TO file-group-name (1).
           MOVE ZERO TO output-member-count.
           MOVE ZERO TO output-line-count.
           MOVE ZERO TO members-shipped-total.
           MOVE ZERO TO members-renamed-total.
           MOVE ZERO TO members-deleted-total.
           PERFORM open-report-file.
           PERFORM open-list-file.
           PERFORM read-list-record UNTIL list-at-end.
           PERFORM close-list-file.
           IF input-bundle-count = ZERO
              MOVE "THE BUNDLE LIST IS EMPTY"
                 TO consolidation-refusal
              SET consolidation-refused TO TRUE
           END-IF.
      *----------------------------------------------------------------
       open-report-file.
           OPEN OUTPUT report-file.
           MOVE SPACES TO report-record.
           STRING "BNDLCONL BUNDLE CONSOLIDATION INTO "
                                             DELIMITED BY SIZE
                  bundle-file-library        DELIMITED BY SPACE
                  "/"                        DELIMITED BY SIZE
                  bundle-file-name           DELIMITED BY SPACE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE SPACES TO report-record.
           WRITE report-record.
           MOVE SPACES TO report-record.
           STRING "SEQ BUNDLE              SENDER"
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       open-list-file.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(BUNDLIST) TOFILE("
                                             DELIMITED BY SIZE
                  list-file-library          DELIMITED BY SPACE
                  "/"                        DELIMITED BY SIZE
                  list-file-name             DELIMITED BY SPACE
                  ")"                        DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN INPUT list-file.
           SET list-not-at-end TO TRUE.
      *----------------------------------------------------------------
       read-list-record.
           READ list-file
              INTO queue-structure
              AT END
                 SET list-at-end TO TRUE
              NOT AT END
                 PERFORM store-input-bundle
           END-READ.
      *----------------------------------------------------------------
      * The output bundle cannot also be one of the inputs: it is
      * cleared before the series is read back for copying.
      *----------------------------------------------------------------
       store-input-bundle.
           IF queue-bundle-name = SPACES
              CONTINUE
           ELSE
              IF input-bundle-count = 100
                 MOVE "THE LIST NAMES MORE THAN 100 BUNDLES"
                    TO consolidation-refusal
                 SET consolidation-refused TO TRUE
                 SET list-at-end TO TRUE
              ELSE
                 ADD 1 TO input-bundle-count
                 MOVE queue-bundle-name
                    TO input-bundle-name (input-bundle-count)
                 MOVE queue-bundle-library
                    TO input-bundle-library (input-bundle-count)
                 MOVE SPACES
                    TO input-bundle-date (input-bundle-count)
                 MOVE SPACES
                    TO input-bundle-release (input-bundle-count)
                 IF queue-bundle-name = bundle-file-name
                    AND queue-bundle-library = bundle-file-library
                    AND consolidation-allowed
                    MOVE "THE OUTPUT BUNDLE IS ALSO IN THE LIST"
                       TO consolidation-refusal
                    SET consolidation-refused TO TRUE
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       close-list-file.
           CLOSE list-file.
           MOVE "DLTOVR FILE(BUNDLIST)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
      * Every bundle is checked and listed, so one run shows every
      * untrusted bundle in the list rather than just the first.
      *----------------------------------------------------------------
       check-bundle-trust.
           MOVE input-bundle-name (input-bundle-index)
              TO trust-bundle-name.
           MOVE input-bundle-library (input-bundle-index)
              TO trust-bundle-library.
           CALL "BNDLTRSL" USING trust-bundle-parm
                                 trust-result
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              SET any-command-failed TO TRUE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE input-bundle-index TO report-bundle-index.
           PERFORM format-report-bundle.
           MOVE input-bundle-index TO sequence-edit.
           MOVE SPACES TO report-record.
           MOVE sequence-edit      TO report-record (1:3).
           MOVE report-bundle-work TO report-record (5:19).
           IF bundle-trusted
              MOVE trust-sender    TO report-record (25:8)
           ELSE
              MOVE "*** UNTRUSTED - " TO report-record (25:16)
              MOVE trust-reason       TO report-record (41:70)
              IF consolidation-allowed
                 MOVE SPACES TO consolidation-refusal
                 STRING report-bundle-work  DELIMITED BY SPACE
                        " IS NOT FROM A TRUSTED SENDER"
                                            DELIMITED BY SIZE
                   INTO consolidation-refusal
                 END-STRING
                 SET consolidation-refused TO TRUE
              END-IF
           END-IF.
           WRITE report-record.
      *----------------------------------------------------------------
      * First pass over one bundle of the series: balance each
      * segment against its "Z" trailer and apply its "M", "D" and
      * "R" records to the member table.
      *----------------------------------------------------------------
       scan-input-bundle.
           PERFORM open-input-bundle.
           MOVE SPACES TO scan-source-file.
           SET segment-closed TO TRUE.
           PERFORM scan-bundle-record
              UNTIL bundle-at-end OR consolidation-refused.
           IF segment-open AND consolidation-allowed
              MOVE SPACES TO consolidation-refusal
              STRING current-bundle-work  DELIMITED BY SPACE
                     " ENDS WITHOUT A Z TRAILER"
                                          DELIMITED BY SIZE
                INTO consolidation-refusal
              END-STRING
              SET consolidation-refused TO TRUE
           END-IF.
           PERFORM close-input-bundle.
      *----------------------------------------------------------------
       open-input-bundle.
           MOVE input-bundle-index TO report-bundle-index.
           PERFORM format-report-bundle.
           MOVE report-bundle-work TO current-bundle-work.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(BUNDLE) TOFILE("
                                    DELIMITED BY SIZE
                  input-bundle-library (input-bundle-index)
                                    DELIMITED BY SPACE
                  "/"               DELIMITED BY SIZE
                  input-bundle-name (input-bundle-index)
                                    DELIMITED BY SPACE
                  ")"               DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN INPUT bundle-file.
           SET bundle-not-at-end TO TRUE.
           MOVE ZERO TO bundle-record-number.
      *----------------------------------------------------------------
       close-input-bundle.
           CLOSE bundle-file.
           MOVE "DLTOVR FILE(BUNDLE)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       scan-bundle-record.
           READ bundle-file
              INTO bundle-structure
              AT END
                 SET bundle-at-end TO TRUE
              NOT AT END
                 ADD 1 TO bundle-record-number
                 PERFORM evaluate-scanned-record
           END-READ.
      *----------------------------------------------------------------
       evaluate-scanned-record.
           EVALUATE record-type OF t-record
               WHEN "T"
                  PERFORM note-bundle-header
               WHEN "F"
                  MOVE target-source-file OF f-record
                     TO scan-source-file
                  PERFORM register-file-group
               WHEN "N"
                  PERFORM note-nested-bundle
               WHEN "P"
                  PERFORM note-prerequisite
               WHEN "M"
                  ADD 1 TO segment-member-count
                  PERFORM apply-member-record
               WHEN "W"
                  ADD 1 TO segment-line-count
               WHEN "X"
                  PERFORM count-x-logical-lines
                  ADD x-logical-line-count TO segment-line-count
               WHEN "D"
                  ADD 1 TO segment-member-count
                  PERFORM apply-delete-record
               WHEN "R"
                  ADD 1 TO segment-member-count
                  PERFORM apply-rename-record
               WHEN "Z"
                  PERFORM check-segment-trailer
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
      * Every "T" points the records after it back at the file
      * named on the call, as UNBUNDLEL treats it.
      *----------------------------------------------------------------
       note-bundle-header.
           IF segment-open AND consolidation-allowed
              MOVE SPACES TO consolidation-refusal
              STRING current-bundle-work  DELIMITED BY SPACE
                     " HAS A SEGMENT WITHOUT A Z TRAILER"
                                          DELIMITED BY SIZE
                INTO consolidation-refusal
              END-STRING
              SET consolidation-refused TO TRUE
           END-IF.
           SET segment-open TO TRUE.
           MOVE ZERO TO segment-member-count.
           MOVE ZERO TO segment-line-count.
           MOVE SPACES TO scan-source-file.
           IF input-bundle-date (input-bundle-index) = SPACES
              MOVE bundle-date OF t-record
                 TO input-bundle-date (input-bundle-index)
           END-IF.
           IF release-level OF t-record NOT = SPACES
              MOVE release-level OF t-record
                 TO input-bundle-release (input-bundle-index)
           END-IF.
      *----------------------------------------------------------------
       check-segment-trailer.
           IF segment-member-count NOT =
                 expected-member-count OF z-record
              OR segment-line-count NOT =
                 expected-line-count OF z-record
              IF consolidation-allowed
                 MOVE SPACES TO consolidation-refusal
                 STRING current-bundle-work  DELIMITED BY SPACE
                        " FAILS ITS Z TRAILER COUNTS"
                                             DELIMITED BY SIZE
                   INTO consolidation-refusal
                 END-STRING
                 SET consolidation-refused TO TRUE
              END-IF
           END-IF.
           SET segment-closed TO TRUE.
           MOVE SPACES TO scan-source-file.
      *----------------------------------------------------------------
       register-file-group.
           SET file-not-found TO TRUE.
           PERFORM test-file-group
              VARYING file-search-index FROM 1 BY 1
              UNTIL file-search-index > file-group-count
                 OR file-found.
           IF file-not-found
              IF file-group-count = 50
                 MOVE "THE SERIES NAMES MORE THAN 50 SOURCE FILES"
                    TO consolidation-refusal
                 SET consolidation-refused TO TRUE
              ELSE
                 ADD 1 TO file-group-count
                 MOVE scan-source-file
                    TO file-group-name (file-group-count)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       test-file-group.
           IF file-group-name (file-search-index) = scan-source-file
              SET file-found TO TRUE
           END-IF.
      *----------------------------------------------------------------
       note-nested-bundle.
           IF nested-bundle-count = 100
              MOVE "THE SERIES STANDS IN FOR MORE THAN 100 BUNDLES"
                 TO consolidation-refusal
              SET consolidation-refused TO TRUE
           ELSE
              ADD 1 TO nested-bundle-count
              MOVE input-bundle-index
                 TO nested-bundle-input (nested-bundle-count)
              MOVE series-bundle-name OF n-record
                 TO nested-bundle-name (nested-bundle-count)
              MOVE series-bundle-date OF n-record
                 TO nested-bundle-date (nested-bundle-count)
              MOVE series-release-level OF n-record
                 TO nested-bundle-release (nested-bundle-count)
           END-IF.
      *----------------------------------------------------------------
      * A prerequisite the series itself meets would hold the
      * consolidated bundle for ever: a required bundle that is in
      * the list or that a consolidation in it stands in for, or a
      * release level an earlier bundle in the list brings the
      * library to. Those parts are dropped; whatever is
      * left is kept once.
      *----------------------------------------------------------------
       note-prerequisite.
           MOVE required-bundle OF p-record
              TO prerequisite-bundle-work.
           MOVE required-release OF p-record
              TO prerequisite-release-work.
           IF prerequisite-bundle-work NOT = SPACES
              SET input-not-found TO TRUE
              PERFORM test-required-bundle
                 VARYING input-search-index FROM 1 BY 1
                 UNTIL input-search-index > input-bundle-count
                    OR input-found
              PERFORM test-nested-required-bundle
                 VARYING nested-bundle-index FROM 1 BY 1
                 UNTIL nested-bundle-index > nested-bundle-count
                    OR input-found
              IF input-found
                 MOVE SPACES TO prerequisite-bundle-work
              END-IF
           END-IF.
           IF prerequisite-release-work NOT = SPACES
              SET input-not-found TO TRUE
              PERFORM test-required-release
                 VARYING input-search-index FROM 1 BY 1
                 UNTIL input-search-index NOT < input-bundle-index
                    OR input-found
              IF input-found
                 MOVE SPACES TO prerequisite-release-work
              END-IF
           END-IF.
           IF prerequisite-bundle-work NOT = SPACES
              OR prerequisite-release-work NOT = SPACES
              PERFORM store-prerequisite
           END-IF.
      *----------------------------------------------------------------
       test-required-bundle.
           IF input-bundle-name (input-search-index) =
                 prerequisite-bundle-work
              SET input-found TO TRUE
           END-IF.
      *----------------------------------------------------------------
       test-nested-required-bundle.
           IF nested-bundle-name (nested-bundle-index) =
                 prerequisite-bundle-work
              SET input-found TO TRUE
           END-IF.
      *----------------------------------------------------------------
       test-required-release.
           IF input-bundle-release (input-search-index) NOT = SPACES
              AND input-bundle-release (input-search-index) NOT <
                  prerequisite-release-work
              SET input-found TO TRUE
           END-IF.
      *----------------------------------------------------------------
       store-prerequisite.
           SET prerequisite-not-found TO TRUE.
           PERFORM test-stored-prerequisite
              VARYING prerequisite-index FROM 1 BY 1
              UNTIL prerequisite-index > prerequisite-count
                 OR prerequisite-found.
           IF prerequisite-not-found
              IF prerequisite-count = 50
                 MOVE "THE SERIES CARRIES MORE THAN 50 PREREQUISITES"
                    TO consolidation-refusal
                 SET consolidation-refused TO TRUE
              ELSE
                 ADD 1 TO prerequisite-count
                 MOVE prerequisite-bundle-work
                    TO prerequisite-bundle (prerequisite-count)
                 MOVE prerequisite-release-work
                    TO prerequisite-release (prerequisite-count)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       test-stored-prerequisite.
           IF prerequisite-bundle (prerequisite-index) =
                 prerequisite-bundle-work
              AND prerequisite-release (prerequisite-index) =
                  prerequisite-release-work
              SET prerequisite-found TO TRUE
           END-IF.
      *----------------------------------------------------------------
      * An "M" replaces the member the series is carrying under that
      * name -- or revives one it had deleted, keeping the name the
      * target knows it by -- and otherwise adds one under the name
      * it is shipped as.
      *----------------------------------------------------------------
       apply-member-record.
           MOVE scan-source-file TO member-search-file.
           MOVE source-member OF m-record TO member-search-name.
           PERFORM find-live-member.
           IF member-not-found
              PERFORM find-removed-member
           END-IF.
           IF member-not-found
              PERFORM add-member-entry
              IF member-found
                 SET member-origin-shipped (member-found-index)
                    TO TRUE
              END-IF
           END-IF.
           IF member-found
              SET member-live (member-found-index) TO TRUE
              MOVE input-bundle-index
                 TO member-content-bundle (member-found-index)
              MOVE bundle-record-number
                 TO member-content-record (member-found-index)
           END-IF.
      *----------------------------------------------------------------
      * A "D" becomes a "D" under the name the entry started with;
      * deleting a member already gone changes nothing.
      *----------------------------------------------------------------
       apply-delete-record.
           MOVE scan-source-file TO member-search-file.
           MOVE source-member OF d-record TO member-search-name.
           PERFORM find-live-member.
           IF member-found
              IF member-origin-shipped (member-found-index)
                 SET member-netted (member-found-index) TO TRUE
              ELSE
                 SET member-deleted (member-found-index) TO TRUE
              END-IF
              MOVE input-bundle-index
                 TO member-change-bundle (member-found-index)
              MOVE ZERO TO member-content-bundle (member-found-index)
              MOVE ZERO TO member-content-record (member-found-index)
           ELSE
              PERFORM find-removed-member
              IF member-not-found
                 PERFORM add-member-entry
                 IF member-found
                    SET member-deleted (member-found-index) TO TRUE
                    MOVE input-bundle-index
                       TO member-change-bundle (member-found-index)
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * An "R" follows the member to its new name; renaming a member
      * the series has not touched yet takes the target's own copy
      * along. Renaming onto a name the series is still carrying
      * would fail on the target too, so it is refused here.
      *----------------------------------------------------------------
       apply-rename-record.
           MOVE scan-source-file TO member-search-file.
           MOVE new-source-member OF r-record TO member-search-name.
           PERFORM find-live-member.
           IF member-found
              IF consolidation-allowed
                 MOVE SPACES TO consolidation-refusal
                 STRING current-bundle-work  DELIMITED BY SPACE
                        " RENAMES "          DELIMITED BY SIZE
                        source-member OF r-record
                                             DELIMITED BY SPACE
                        " ONTO "             DELIMITED BY SIZE
                        new-source-member OF r-record
                                             DELIMITED BY SPACE
                        " WHICH ALREADY EXISTS"
                                             DELIMITED BY SIZE
                   INTO consolidation-refusal
                 END-STRING
                 SET consolidation-refused TO TRUE
              END-IF
           ELSE
              MOVE source-member OF r-record TO member-search-name
              PERFORM find-live-member
              IF member-not-found
                 PERFORM add-member-entry
              END-IF
              IF member-found
                 MOVE new-source-member OF r-record
                    TO member-current (member-found-index)
                 MOVE input-bundle-index
                    TO member-change-bundle (member-found-index)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       find-live-member.
           SET member-not-found TO TRUE.
           MOVE ZERO TO member-found-index.
           PERFORM test-live-member
              VARYING member-index FROM 1 BY 1
              UNTIL member-index > member-count
                 OR member-found.
      *----------------------------------------------------------------
       test-live-member.
           IF member-live (member-index)
              AND member-file (member-index) = member-search-file
              AND member-current (member-index) = member-search-name
              SET member-found TO TRUE
              MOVE member-index TO member-found-index
           END-IF.
      *----------------------------------------------------------------
       find-removed-member.
           SET member-not-found TO TRUE.
           MOVE ZERO TO member-found-index.
           PERFORM test-removed-member
              VARYING member-index FROM 1 BY 1
              UNTIL member-index > member-count
                 OR member-found.
      *----------------------------------------------------------------
       test-removed-member.
           IF (member-deleted (member-index)
               OR member-netted (member-index))
              AND member-file (member-index) = member-search-file
              AND member-current (member-index) = member-search-name
              SET member-found TO TRUE
              MOVE member-index TO member-found-index
           END-IF.
      *----------------------------------------------------------------
      * A new entry stands for the target's own member of that name
      * until the caller says otherwise.
      *----------------------------------------------------------------
       add-member-entry.
           IF member-count = 500
              SET member-not-found TO TRUE
              IF consolidation-allowed
                 MOVE "THE SERIES TOUCHES MORE THAN 500 MEMBERS"
                    TO consolidation-refusal
                 SET consolidation-refused TO TRUE
              END-IF
           ELSE
              ADD 1 TO member-count
              MOVE member-count TO member-found-index
              SET member-found TO TRUE
              MOVE member-search-file
                 TO member-file (member-count)
              MOVE member-search-name
                 TO member-origin (member-count)
              SET member-origin-target (member-count) TO TRUE
              MOVE member-search-name
                 TO member-current (member-count)
              SET member-live (member-count) TO TRUE
              MOVE ZERO TO member-content-bundle (member-count)
              MOVE ZERO TO member-content-record (member-count)
              MOVE input-bundle-index
                 TO member-added-bundle (member-count)
              MOVE ZERO TO member-change-bundle (member-count)
              SET member-operation-written (member-count) TO TRUE
           END-IF.
      *----------------------------------------------------------------
       count-x-logical-lines.
           MOVE ZERO TO x-logical-line-count.
           MOVE 1 TO expand-position.
           PERFORM tally-x-logical-line
              UNTIL expand-position + 2 > 87
                 OR packed-source-data OF x-record
                    (expand-position:1) NOT = "L".
      *----------------------------------------------------------------
       tally-x-logical-line.
           ADD 1 TO x-logical-line-count.
           MOVE packed-source-data OF x-record
              (expand-position + 1:2) TO expand-line-length.
           COMPUTE expand-position = expand-position + 3 +
              expand-line-length.
      *----------------------------------------------------------------
      * Second pass: the consolidated bundle, one file at a time. A
      * refusal part way through clears the bundle again at the
      * end, so a half-written consolidation can never be sent.
      *----------------------------------------------------------------
       write-consolidated-bundle.
           PERFORM find-signing-key.
           PERFORM open-consolidated-bundle.
           PERFORM write-bundle-header.
           PERFORM write-prerequisite-record
              VARYING prerequisite-index FROM 1 BY 1
              UNTIL prerequisite-index > prerequisite-count.
           PERFORM write-member-report-header.
           PERFORM write-file-group
              VARYING file-group-index FROM 1 BY 1
              UNTIL file-group-index > file-group-count
                 OR consolidation-refused.
           IF consolidation-allowed
              PERFORM write-bundle-trailer
           END-IF.
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
              DISPLAY "BNDLCONL *** NO ACTIVE SENDERP KEY FOR SITE "
                      key-site-id " - BUNDLE NOT SIGNED"
           END-IF.
           MOVE key-value TO authentication-key.
      *----------------------------------------------------------------
      * The output is an ordinary 100-byte bundle file, created the
      * first time it is named and cleared on every later run.
      *----------------------------------------------------------------
       open-consolidated-bundle.
           MOVE SPACES TO command-string.
           STRING "CHKOBJ OBJ("              DELIMITED BY SIZE
                  bundle-file-library        DELIMITED BY SPACE
                  "/"                        DELIMITED BY SIZE
                  bundle-file-name           DELIMITED BY SPACE
                  ") OBJTYPE(*FILE)"         DELIMITED BY SIZE
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
                     "/"                     DELIMITED BY SIZE
                     bundle-file-name        DELIMITED BY SPACE
                     ") RCDLEN(100)"         DELIMITED BY SIZE
                INTO command-string
              END-STRING
              CALL "CMDEXCM" USING command-string
                                   command-string-length
                                   command-return-code
              END-CALL
              PERFORM log-command-result
           ELSE
              PERFORM clear-consolidated-bundle
           END-IF.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(CONSOL) TOFILE("
                                             DELIMITED BY SIZE
                  bundle-file-library        DELIMITED BY SPACE
                  "/"                        DELIMITED BY SIZE
                  bundle-file-name           DELIMITED BY SPACE
                  ")"                        DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN OUTPUT consolidated-file.
           SET output-open TO TRUE.
           MOVE SPACES TO output-source-file.
      *----------------------------------------------------------------
       clear-consolidated-bundle.
           MOVE SPACES TO command-string.
           STRING "CLRPFM FILE("             DELIMITED BY SIZE
                  bundle-file-library        DELIMITED BY SPACE
                  "/"                        DELIMITED BY SIZE
                  bundle-file-name           DELIMITED BY SPACE
                  ")"                        DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       write-bundle-header.
           MOVE SPACES TO bundle-structure.
           MOVE "T" TO record-type OF t-record.
           ACCEPT consolidated-bundle-date FROM DATE.
           MOVE consolidated-bundle-date TO bundle-date OF t-record.
           MOVE input-bundle-count TO series-count-display.
           STRING "CONSOLIDATION OF "     DELIMITED BY SIZE
                  series-count-display    DELIMITED BY SIZE
                  " BUNDLES, "            DELIMITED BY SIZE
                  input-bundle-name (1)   DELIMITED BY SPACE
                  " THRU "                DELIMITED BY SIZE
                  input-bundle-name (input-bundle-count)
                                          DELIMITED BY SPACE
             INTO free-form-text OF t-record
           END-STRING.
           MOVE SPACES TO consolidated-release.
           PERFORM take-series-release
              VARYING input-bundle-index FROM 1 BY 1
              UNTIL input-bundle-index > input-bundle-count.
           MOVE consolidated-release TO release-level OF t-record.
           MOVE "S" TO authentication-function.
           CALL "BNDLAUTL" USING authentication-request
           END-CALL.
           PERFORM write-bundle-record.
           MOVE SPACES TO bundle-structure.
           MOVE "I"         TO record-type OF i-record.
           MOVE key-site-id TO sender-site-id OF i-record.
           PERFORM write-bundle-record.
           PERFORM write-series-record
              VARYING input-bundle-index FROM 1 BY 1
              UNTIL input-bundle-index > input-bundle-count.
      *----------------------------------------------------------------
      * One "N" per bundle the output stands in for, in the order
      * they went out, so a branch can record each as applied.
      *----------------------------------------------------------------
       write-series-record.
           PERFORM write-nested-series-record
              VARYING nested-bundle-index FROM 1 BY 1
              UNTIL nested-bundle-index > nested-bundle-count.
           MOVE SPACES TO bundle-structure.
           MOVE "N" TO record-type OF n-record.
           MOVE input-bundle-name (input-bundle-index)
              TO series-bundle-name OF n-record.
           MOVE input-bundle-date (input-bundle-index)
              TO series-bundle-date OF n-record.
           MOVE input-bundle-release (input-bundle-index)
              TO series-release-level OF n-record.
           PERFORM write-bundle-record.
      *----------------------------------------------------------------
       write-nested-series-record.
           IF nested-bundle-input (nested-bundle-index) =
                 input-bundle-index
              MOVE SPACES TO bundle-structure
              MOVE "N" TO record-type OF n-record
              MOVE nested-bundle-name (nested-bundle-index)
                 TO series-bundle-name OF n-record
              MOVE nested-bundle-date (nested-bundle-index)
                 TO series-bundle-date OF n-record
              MOVE nested-bundle-release (nested-bundle-index)
                 TO series-release-level OF n-record
              PERFORM write-bundle-record
           END-IF.
      *----------------------------------------------------------------
       take-series-release.
           IF input-bundle-release (input-bundle-index) NOT = SPACES
              MOVE input-bundle-release (input-bundle-index)
                 TO consolidated-release
           END-IF.
      *----------------------------------------------------------------
       write-prerequisite-record.
           MOVE SPACES TO bundle-structure.
           MOVE "P" TO record-type OF p-record.
           MOVE prerequisite-bundle (prerequisite-index)
              TO required-bundle OF p-record.
           MOVE prerequisite-release (prerequisite-index)
              TO required-release OF p-record.
           PERFORM write-bundle-record.
      *----------------------------------------------------------------
       write-member-report-header.
           MOVE SPACES TO report-record.
           WRITE report-record.
           MOVE SPACES TO report-record.
           STRING "FILE       MEMBER     ACTION   FROM BUNDLE"
                                          DELIMITED BY SIZE
                  "         DATE    NOTE" DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
      * One source file: the target's own members deleted and
      * renamed first, then each member version that ships, found
      * by reading the bundles that carry one in series order.
      *----------------------------------------------------------------
       write-file-group.
           MOVE file-group-name (file-group-index)
              TO member-search-file.
           IF member-search-file NOT = output-source-file
              MOVE SPACES TO bundle-structure
              MOVE "F" TO record-type OF f-record
              MOVE member-search-file
                 TO target-source-file OF f-record
              PERFORM write-bundle-record
              MOVE member-search-file TO output-source-file
           END-IF.
           PERFORM write-file-operations.
           PERFORM copy-group-members
              VARYING input-bundle-index FROM 1 BY 1
              UNTIL input-bundle-index > input-bundle-count
                 OR consolidation-refused.
      *----------------------------------------------------------------
      * A rename cannot go out while another member is still to be
      * moved off (or deleted from) the name it lands on, so the
      * pending operations are written in passes, each writing what
      * nothing is waiting on any longer. A pass that writes nothing
      * while some remain has found members swapping names.
      *----------------------------------------------------------------
       write-file-operations.
           MOVE ZERO TO operations-pending-count.
           PERFORM mark-file-operation
              VARYING member-index FROM 1 BY 1
              UNTIL member-index > member-count.
           SET operation-progress-made TO TRUE.
           PERFORM write-operation-pass
              UNTIL operations-pending-count = ZERO
                 OR operation-no-progress.
           IF operations-pending-count > ZERO
              AND consolidation-allowed
              PERFORM format-report-file
              MOVE SPACES TO consolidation-refusal
              STRING "MEMBERS IN "          DELIMITED BY SIZE
                     report-file-work       DELIMITED BY SPACE
                     " SWAP NAMES - CONSOLIDATE THOSE BUNDLES "
                                            DELIMITED BY SIZE
                     "SEPARATELY"           DELIMITED BY SIZE
                INTO consolidation-refusal
              END-STRING
              SET consolidation-refused TO TRUE
           END-IF.
      *----------------------------------------------------------------
       mark-file-operation.
           SET member-operation-written (member-index) TO TRUE.
           IF member-file (member-index) = member-search-file
              IF member-deleted (member-index)
                 OR member-netted (member-index)
                 OR (member-live (member-index)
                     AND member-origin (member-index) NOT =
                         member-current (member-index))
                 SET member-operation-pending (member-index) TO TRUE
                 ADD 1 TO operations-pending-count
              END-IF
           END-IF.
      *----------------------------------------------------------------
       write-operation-pass.
           SET operation-no-progress TO TRUE.
           PERFORM try-pending-operation
              VARYING member-index FROM 1 BY 1
              UNTIL member-index > member-count.
      *----------------------------------------------------------------
      * A member first seen on an "M" that has moved off its first
      * name is not renamed -- the target may never have had it --
      * but cleared from that name with a "D", and ships under the
      * name it ends with.
      *----------------------------------------------------------------
       try-pending-operation.
           IF member-operation-pending (member-index)
              IF member-deleted (member-index)
                 OR member-netted (member-index)
                 OR member-origin-shipped (member-index)
                 PERFORM write-delete-operation
              ELSE
                 SET rename-clear TO TRUE
                 PERFORM test-rename-blocker
                    VARYING blocker-index FROM 1 BY 1
                    UNTIL blocker-index > member-count
                       OR rename-blocked
                 IF rename-clear
                    PERFORM write-rename-operation
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       test-rename-blocker.
           IF blocker-index NOT = member-index
              AND member-operation-pending (blocker-index)
              AND member-origin (blocker-index) =
                  member-current (member-index)
              SET rename-blocked TO TRUE
           END-IF.
      *----------------------------------------------------------------
       write-delete-operation.
           MOVE SPACES TO bundle-structure.
           MOVE "D" TO record-type OF d-record.
           MOVE member-origin (member-index)
              TO source-member OF d-record.
           PERFORM write-bundle-record.
           ADD 1 TO output-member-count.
           ADD 1 TO members-deleted-total.
           SET member-operation-written (member-index) TO TRUE.
           SUBTRACT 1 FROM operations-pending-count.
           SET operation-progress-made TO TRUE.
           MOVE member-origin (member-index) TO report-member-work.
           MOVE "DELETED" TO report-action-work.
           MOVE member-change-bundle (member-index)
              TO report-bundle-index.
           MOVE SPACES TO report-note-work.
           IF member-origin-shipped (member-index)
              PERFORM note-shipped-member-cleared
           END-IF.
           PERFORM write-member-report-line.
      *----------------------------------------------------------------
      * The series shipped the member under this name itself, so
      * the "D" only matters where the target had it before.
      *----------------------------------------------------------------
       note-shipped-member-cleared.
           IF member-netted (member-index)
              MOVE member-added-bundle (member-index)
                 TO input-search-index
              MOVE SPACES TO note-bundle-work
              STRING input-bundle-library (input-search-index)
                                            DELIMITED BY SPACE
                     "/"                    DELIMITED BY SIZE
                     input-bundle-name (input-search-index)
                                            DELIMITED BY SPACE
                INTO note-bundle-work
              END-STRING
              STRING "SHIPPED BY "          DELIMITED BY SIZE
                     note-bundle-work       DELIMITED BY SPACE
                     ", THEN DELETED - REMOVED IF PRESENT"
                                            DELIMITED BY SIZE
                INTO report-note-work
              END-STRING
           ELSE
              STRING "SHIPPED, THEN RENAMED TO " DELIMITED BY SIZE
                     member-current (member-index)
                                            DELIMITED BY SPACE
                     " - REMOVED IF PRESENT"
                                            DELIMITED BY SIZE
                INTO report-note-work
              END-STRING
           END-IF.
      *----------------------------------------------------------------
       write-rename-operation.
           MOVE SPACES TO bundle-structure.
           MOVE "R" TO record-type OF r-record.
           MOVE member-origin (member-index)
              TO source-member OF r-record.
           MOVE member-current (member-index)
              TO new-source-member OF r-record.
           PERFORM write-bundle-record.
           ADD 1 TO output-member-count.
           ADD 1 TO members-renamed-total.
           SET member-operation-written (member-index) TO TRUE.
           SUBTRACT 1 FROM operations-pending-count.
           SET operation-progress-made TO TRUE.
           MOVE member-current (member-index) TO report-member-work.
           MOVE "RENAMED" TO report-action-work.
           MOVE member-change-bundle (member-index)
              TO report-bundle-index.
           MOVE SPACES TO report-note-work.
           STRING "WAS "                      DELIMITED BY SIZE
                  member-origin (member-index) DELIMITED BY SPACE
             INTO report-note-work
           END-STRING.
           PERFORM write-member-report-line.
      *----------------------------------------------------------------
      * Only bundles holding a shipping version of a member of this
      * file are read again.
      *----------------------------------------------------------------
       copy-group-members.
           SET bundle-not-needed TO TRUE.
           PERFORM test-bundle-needed
              VARYING member-index FROM 1 BY 1
              UNTIL member-index > member-count
                 OR bundle-needed.
           IF bundle-needed
              PERFORM open-input-bundle
              SET not-copying-member TO TRUE
              PERFORM copy-bundle-record
                 UNTIL bundle-at-end OR consolidation-refused
              PERFORM close-input-bundle
           END-IF.
      *----------------------------------------------------------------
       test-bundle-needed.
           IF member-live (member-index)
              AND member-file (member-index) = member-search-file
              AND member-content-bundle (member-index) =
                  input-bundle-index
              SET bundle-needed TO TRUE
           END-IF.
      *----------------------------------------------------------------
       copy-bundle-record.
           READ bundle-file
              INTO bundle-structure
              AT END
                 SET bundle-at-end TO TRUE
              NOT AT END
                 ADD 1 TO bundle-record-number
                 PERFORM evaluate-record-for-copy
           END-READ.
      *----------------------------------------------------------------
      * A member block runs from its "M" to its "E"; anything that
      * would start another block first means the block is broken.
      *----------------------------------------------------------------
       evaluate-record-for-copy.
           IF copying-member
              EVALUATE record-type OF t-record
                  WHEN "W"
                     PERFORM copy-source-line-record
                  WHEN "X"
                     PERFORM copy-packed-source-record
                  WHEN "O"
                     PERFORM copy-object-record
                  WHEN "C"
                     PERFORM hold-compile-record
                  WHEN "S"
                     SET input-checksum-present TO TRUE
                     MOVE member-checksum OF s-record
                        TO input-member-checksum
                  WHEN "E"
                     PERFORM finish-member-copy
                  WHEN "T"
                  WHEN "F"
                  WHEN "M"
                  WHEN "D"
                  WHEN "R"
                  WHEN "Z"
                     PERFORM refuse-broken-block
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           ELSE
              IF record-type OF t-record = "M"
                 PERFORM find-content-entry
                 IF member-found
                    PERFORM start-member-copy
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       find-content-entry.
           SET member-not-found TO TRUE.
           PERFORM test-content-entry
              VARYING member-index FROM 1 BY 1
              UNTIL member-index > member-count
                 OR member-found.
      *----------------------------------------------------------------
       test-content-entry.
           IF member-live (member-index)
              AND member-file (member-index) = member-search-file
              AND member-content-bundle (member-index) =
                  input-bundle-index
              AND member-content-record (member-index) =
                  bundle-record-number
              SET member-found TO TRUE
              MOVE member-index TO copy-entry-index
           END-IF.
      *----------------------------------------------------------------
       refuse-broken-block.
           SET not-copying-member TO TRUE.
           IF consolidation-allowed
              MOVE SPACES TO consolidation-refusal
              STRING current-bundle-work  DELIMITED BY SPACE
                     " MEMBER "           DELIMITED BY SIZE
                     copy-shipped-name    DELIMITED BY SPACE
                     " HAS NO E RECORD"   DELIMITED BY SIZE
                INTO consolidation-refusal
              END-STRING
              SET consolidation-refused TO TRUE
           END-IF.
      *----------------------------------------------------------------
       start-member-copy.
           SET copying-member TO TRUE.
           MOVE member-current (copy-entry-index) TO copy-final-name.
           MOVE source-member OF m-record TO copy-shipped-name.
           MOVE ZERO TO output-member-checksum.
           SET input-checksum-absent TO TRUE.
           SET no-command-held TO TRUE.
           SET member-objects-kept TO TRUE.
           MOVE ZERO TO continuations-owed.
           MOVE copy-final-name TO source-member OF m-record.
           PERFORM write-bundle-record.
           ADD 1 TO output-member-count.
      *----------------------------------------------------------------
       copy-source-line-record.
           MOVE source-line OF w-record TO checksum-line.
           PERFORM accumulate-line-checksum.
           ADD 1 TO output-line-count.
           MOVE copy-final-name TO source-member OF w-record.
           PERFORM write-bundle-record.
      *----------------------------------------------------------------
       copy-packed-source-record.
           MOVE 1 TO expand-position.
           SET x-record-good TO TRUE.
           PERFORM expand-one-line
              UNTIL expand-position + 2 > 87
                 OR packed-source-data OF x-record
                    (expand-position:1) NOT = "L"
                 OR x-record-bad.
           IF x-record-good
              MOVE copy-final-name TO source-member OF x-record
              PERFORM write-bundle-record
           END-IF.
      *----------------------------------------------------------------
      * The same walk UNBUNDLEL makes to expand an "X" record (see
      * BNDLSTRU), here only to checksum and count its lines; the
      * record itself is copied as it came.
      *----------------------------------------------------------------
       expand-one-line.
           MOVE packed-source-data OF x-record
              (expand-position + 1:2) TO expand-line-length.
           IF expand-position + 2 + expand-line-length > 87
              PERFORM refuse-bad-x-record
           ELSE
              MOVE SPACES TO checksum-line
              MOVE 1 TO expand-column
              COMPUTE expand-seg-position = expand-position + 3
              COMPUTE expand-seg-end = expand-position + 3 +
                 expand-line-length
              PERFORM expand-one-segment
                 UNTIL expand-seg-position NOT < expand-seg-end
                    OR x-record-bad
              IF x-record-good
                 PERFORM accumulate-line-checksum
                 ADD 1 TO output-line-count
                 COMPUTE expand-position = expand-position + 3 +
                    expand-line-length
              END-IF
           END-IF.
      *----------------------------------------------------------------
       expand-one-segment.
           IF expand-seg-position + 4 > expand-seg-end
              PERFORM refuse-bad-x-record
           ELSE
              MOVE packed-source-data OF x-record
                 (expand-seg-position:2) TO expand-blank-count
              MOVE packed-source-data OF x-record
                 (expand-seg-position + 2:2) TO expand-text-count
              IF expand-column + expand-blank-count +
                    expand-text-count > 81
                 OR expand-seg-position + 4 + expand-text-count >
                    expand-seg-end
                 PERFORM refuse-bad-x-record
              ELSE
                 ADD expand-blank-count TO expand-column
                 IF expand-text-count > ZERO
                    MOVE packed-source-data OF x-record
                       (expand-seg-position + 4:expand-text-count)
                       TO checksum-line
                          (expand-column:expand-text-count)
                    ADD expand-text-count TO expand-column
                 END-IF
                 COMPUTE expand-seg-position =
                    expand-seg-position + 4 + expand-text-count
              END-IF
           END-IF.
      *----------------------------------------------------------------
       refuse-bad-x-record.
           SET x-record-bad TO TRUE.
           SET not-copying-member TO TRUE.
           IF consolidation-allowed
              MOVE SPACES TO consolidation-refusal
              STRING current-bundle-work  DELIMITED BY SPACE
                     " MEMBER "           DELIMITED BY SIZE
                     copy-shipped-name    DELIMITED BY SPACE
                     " HAS A MALFORMED X RECORD"
                                          DELIMITED BY SIZE
                INTO consolidation-refusal
              END-STRING
              SET consolidation-refused TO TRUE
           END-IF.
      *----------------------------------------------------------------
       accumulate-line-checksum.
           PERFORM add-column-to-checksum
              VARYING checksum-column FROM 1 BY 1
              UNTIL checksum-column > 80.
      *----------------------------------------------------------------
       add-column-to-checksum.
           MOVE checksum-line (checksum-column:1) TO checksum-char.
           COMPUTE output-member-checksum = output-member-checksum
              + checksum-char-value * checksum-column.
      *----------------------------------------------------------------
      * A member's compiled objects go out as they came, ahead of
      * its command. The save file inside them names the objects as
      * they were built, so a member shipped under a name a later
      * bundle changed loses its objects and is compiled instead.
      *----------------------------------------------------------------
       copy-object-record.
           IF copy-final-name = copy-shipped-name
              PERFORM write-bundle-record
           ELSE
              SET member-objects-dropped TO TRUE
           END-IF.
      *----------------------------------------------------------------
      * A "C" record with no continuations owed starts a command
      * (and replaces any earlier one in the block); the rest are
      * its continuations, 80 bytes apiece.
      *----------------------------------------------------------------
       hold-compile-record.
           IF continuations-owed = ZERO
              SET command-held TO TRUE
              MOVE SPACES TO held-command
              MOVE compile-command OF c-record
                 TO held-command (1:80)
              MOVE 1 TO held-command-chunks
              MOVE continuation-count OF c-record
                 TO continuations-owed
           ELSE
              SUBTRACT 1 FROM continuations-owed
              IF held-command-chunks < 50
                 ADD 1 TO held-command-chunks
                 COMPUTE compile-chunk-start =
                    ((held-command-chunks - 1) * 80) + 1
                 MOVE compile-command OF c-record
                    TO held-command (compile-chunk-start:80)
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * The block's end: its command, a checksum over exactly the
      * lines written, and the "E". A shipped checksum that does not
      * match the lines it came with means the bundle was built
      * wrong, and a fresh checksum would only hide that.
      *----------------------------------------------------------------
       finish-member-copy.
           SET not-copying-member TO TRUE.
           MOVE ZERO TO names-substituted.
           IF command-held
              IF copy-final-name NOT = copy-shipped-name
                 PERFORM substitute-member-name
              END-IF
              PERFORM write-compile-command
           END-IF.
           IF input-checksum-present
              AND input-member-checksum NOT = output-member-checksum
              AND consolidation-allowed
              MOVE SPACES TO consolidation-refusal
              STRING current-bundle-work  DELIMITED BY SPACE
                     " MEMBER "           DELIMITED BY SIZE
                     copy-shipped-name    DELIMITED BY SPACE
                     " FAILS ITS CHECKSUM"
                                          DELIMITED BY SIZE
                INTO consolidation-refusal
              END-STRING
              SET consolidation-refused TO TRUE
           END-IF.
           MOVE SPACES TO bundle-structure.
           MOVE "S"             TO record-type OF s-record.
           MOVE copy-final-name TO source-member OF s-record.
           MOVE output-member-checksum
              TO member-checksum OF s-record.
           PERFORM write-bundle-record.
           MOVE SPACES TO bundle-structure.
           MOVE "E"             TO record-type OF e-record.
           MOVE copy-final-name TO source-member OF e-record.
           PERFORM write-bundle-record.
           ADD 1 TO members-shipped-total.
           MOVE copy-final-name TO report-member-work.
           MOVE "SHIPPED" TO report-action-work.
           MOVE input-bundle-index TO report-bundle-index.
           MOVE SPACES TO report-note-work.
           MOVE 1 TO report-note-pointer.
           IF copy-final-name NOT = copy-shipped-name
              STRING "SHIPPED AS "      DELIMITED BY SIZE
                     copy-shipped-name  DELIMITED BY SPACE
                INTO report-note-work
                WITH POINTER report-note-pointer
              END-STRING
              IF names-substituted > ZERO
                 STRING ", NAME CHANGED IN COMPILE COMMAND"
                                           DELIMITED BY SIZE
                   INTO report-note-work
                   WITH POINTER report-note-pointer
                 END-STRING
              END-IF
              IF member-objects-dropped
                 STRING ", OBJECTS DROPPED" DELIMITED BY SIZE
                   INTO report-note-work
                   WITH POINTER report-note-pointer
                 END-STRING
              END-IF
           END-IF.
           PERFORM write-member-report-line.
      *----------------------------------------------------------------
      * The shipped name is changed to the final one wherever it
      * stands as a whole name in the command -- SRCMBR(OLD) or
      * PGM(LLLLLLLLLL/OLD) -- but not inside a longer name.
      *----------------------------------------------------------------
       substitute-member-name.
           PERFORM scan-for-trailing-space
              VARYING shipped-name-length FROM 10 BY -1
              UNTIL shipped-name-length = 1
                 OR copy-shipped-name
                    (shipped-name-length:1) NOT = SPACE.
           PERFORM find-held-command-length.
           MOVE SPACES TO rebuilt-command.
           MOVE 1 TO rebuilt-pointer.
           SET rebuilt-fits TO TRUE.
           MOVE 1 TO substitute-position.
           PERFORM substitute-next-character
              UNTIL substitute-position > command-length-index
                 OR rebuilt-overflowed.
           IF rebuilt-overflowed
              IF consolidation-allowed
                 MOVE SPACES TO consolidation-refusal
                 STRING "COMPILE COMMAND FOR "  DELIMITED BY SIZE
                        copy-final-name         DELIMITED BY SPACE
                        " IS TOO LONG AFTER THE RENAME"
                                                DELIMITED BY SIZE
                   INTO consolidation-refusal
                 END-STRING
                 SET consolidation-refused TO TRUE
              END-IF
           ELSE
              MOVE rebuilt-command TO held-command
           END-IF.
      *----------------------------------------------------------------
       substitute-next-character.
           SET name-differs TO TRUE.
           IF substitute-position + shipped-name-length - 1 NOT >
                 command-length-index
              IF held-command (substitute-position:
                    shipped-name-length) =
                    copy-shipped-name (1:shipped-name-length)
                 PERFORM test-name-boundaries
              END-IF
           END-IF.
           IF name-matches
              STRING copy-final-name DELIMITED BY SPACE
                INTO rebuilt-command
                WITH POINTER rebuilt-pointer
                ON OVERFLOW
                   SET rebuilt-overflowed TO TRUE
              END-STRING
              ADD shipped-name-length TO substitute-position
              ADD 1 TO names-substituted
           ELSE
              STRING held-command (substitute-position:1)
                                 DELIMITED BY SIZE
                INTO rebuilt-command
                WITH POINTER rebuilt-pointer
                ON OVERFLOW
                   SET rebuilt-overflowed TO TRUE
              END-STRING
              ADD 1 TO substitute-position
           END-IF.
      *----------------------------------------------------------------
       test-name-boundaries.
           SET name-matches TO TRUE.
           IF substitute-position > 1
              MOVE held-command (substitute-position - 1:1)
                 TO boundary-char
              IF boundary-name-char
                 SET name-differs TO TRUE
              END-IF
           END-IF.
           IF substitute-position + shipped-name-length NOT >
                 command-length-index
              MOVE held-command
                 (substitute-position + shipped-name-length:1)
                 TO boundary-char
              IF boundary-name-char
                 SET name-differs TO TRUE
              END-IF
           END-IF.
      *----------------------------------------------------------------
       find-held-command-length.
           PERFORM scan-for-trailing-space
              VARYING command-length-index FROM 4000 BY -1
              UNTIL command-length-index = 1
                 OR held-command (command-length-index:1)
                    NOT = SPACE.
      *----------------------------------------------------------------
       scan-for-trailing-space.
           CONTINUE.
      *----------------------------------------------------------------
      * Split across as many 80-byte "C" records as the text needs,
      * the way BUNDLEL writes them.
      *----------------------------------------------------------------
       write-compile-command.
           PERFORM find-held-command-length.
           COMPUTE compile-continuation-count =
              (command-length-index - 1) / 80.
           MOVE SPACES TO bundle-structure.
           MOVE "C"             TO record-type OF c-record.
           MOVE copy-final-name TO source-member OF c-record.
           MOVE held-command (1:80) TO compile-command OF c-record.
           MOVE compile-continuation-count
              TO continuation-count OF c-record.
           PERFORM write-bundle-record.
           IF compile-continuation-count > ZERO
              PERFORM write-compile-continuation-portion
                 VARYING continuation-chunk-index FROM 2 BY 1
                 UNTIL continuation-chunk-index >
                    compile-continuation-count + 1
           END-IF.
      *----------------------------------------------------------------
       write-compile-continuation-portion.
           COMPUTE compile-chunk-start =
              ((continuation-chunk-index - 1) * 80) + 1.
           MOVE SPACES TO bundle-structure.
           MOVE "C"             TO record-type OF c-record.
           MOVE copy-final-name TO source-member OF c-record.
           MOVE held-command (compile-chunk-start:80)
              TO compile-command OF c-record.
           PERFORM write-bundle-record.
      *----------------------------------------------------------------
       format-report-bundle.
           MOVE SPACES TO report-bundle-work.
           STRING input-bundle-library (report-bundle-index)
                                       DELIMITED BY SPACE
                  "/"                  DELIMITED BY SIZE
                  input-bundle-name (report-bundle-index)
                                       DELIMITED BY SPACE
             INTO report-bundle-work
           END-STRING.
      *----------------------------------------------------------------
       format-report-file.
           MOVE member-search-file TO report-file-work.
           IF report-file-work = SPACES
              MOVE "*CALLER" TO report-file-work
           END-IF.
      *----------------------------------------------------------------
       write-member-report-line.
           PERFORM format-report-file.
           MOVE SPACES TO report-record.
           MOVE report-file-work   TO report-record (1:10).
           MOVE report-member-work TO report-record (12:10).
           MOVE report-action-work TO report-record (23:8).
           IF report-bundle-index > ZERO
              PERFORM format-report-bundle
              MOVE report-bundle-work TO report-record (32:19)
              MOVE input-bundle-date (report-bundle-index)
                 TO report-record (52:6)
           END-IF.
           MOVE report-note-work   TO report-record (60:70).
           WRITE report-record.
      *----------------------------------------------------------------
      * Every record of the segment up to the "Z" goes into the
      * authentication value as it is written.
      *----------------------------------------------------------------
       write-bundle-record.
           WRITE consolidated-file-record FROM bundle-structure.
           MOVE bundle-structure TO authentication-data.
           MOVE "R" TO authentication-function.
           CALL "BNDLAUTL" USING authentication-request
           END-CALL.
      *----------------------------------------------------------------
       write-bundle-trailer.
           MOVE SPACES TO bundle-structure.
           MOVE "Z" TO record-type OF z-record.
           MOVE output-member-count
              TO expected-member-count OF z-record.
           MOVE output-line-count
              TO expected-line-count OF z-record.
           IF signing-key-found
              MOVE bundle-structure TO authentication-data
              MOVE "F" TO authentication-function
              CALL "BNDLAUTL" USING authentication-request
              END-CALL
              MOVE authentication-total TO signed-value-display
              MOVE signed-value-display
                 TO authentication-value OF z-record
           END-IF.
           WRITE consolidated-file-record FROM bundle-structure.
      *----------------------------------------------------------------
       terminate-program.
           IF output-open
              CLOSE consolidated-file
              MOVE "DLTOVR FILE(CONSOL)" TO command-string
              CALL "CMDEXCM" USING command-string
                                   command-string-length
                                   command-return-code
              END-CALL
              PERFORM log-command-result
              IF consolidation-refused
                 PERFORM clear-consolidated-bundle
              END-IF
           END-IF.
           MOVE SPACES TO report-record.
           WRITE report-record.
           IF consolidation-refused
              DISPLAY "BNDLCONL *** CONSOLIDATION REFUSED - "
                      consolidation-refusal
              MOVE SPACES TO report-record
              STRING "*** CONSOLIDATION REFUSED - "
                                          DELIMITED BY SIZE
                     consolidation-refusal
                                          DELIMITED BY SIZE
                INTO report-record
              END-STRING
              WRITE report-record
              MOVE "*** NOTHING WAS WRITTEN TO THE OUTPUT BUNDLE"
                 TO report-record
              WRITE report-record
           ELSE
              PERFORM write-report-totals
           END-IF.
           CLOSE report-file.
           IF any-command-failed OR consolidation-refused
              MOVE 1 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------
       write-report-totals.
           MOVE input-bundle-count TO total-edit.
           MOVE SPACES TO report-record.
           STRING "BUNDLES CONSOLIDATED . . . . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE members-shipped-total TO total-edit.
           MOVE SPACES TO report-record.
           STRING "MEMBERS SHIPPED  . . . . . . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE members-renamed-total TO total-edit.
           MOVE SPACES TO report-record.
           STRING "MEMBERS RENAMED  . . . . . . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE members-deleted-total TO total-edit.
           MOVE SPACES TO report-record.
           STRING "MEMBERS DELETED  . . . . . . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE output-line-count TO line-total-edit.
           MOVE SPACES TO report-record.
           STRING "SOURCE LINES WRITTEN . . . . : "
                  DELIMITED BY SIZE
                  line-total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       log-command-result.
           IF command-return-code NOT = ZERO
              SET any-command-failed TO TRUE
              DISPLAY "BNDLCONL *** COMMAND FAILED, RC="
                      command-return-code " CMD=" command-string
           END-IF.
