       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bndlmrgl.

      ******************************************************************
      * Copyright (c) 1994 Duke Communications International.
      * All rights reserved.
      *
      * Three-way merge report for protected members. When
      * UNBUNDLEL skips a member listed in PROTECTP and ends with
      * return code 2, somebody has to fold the vendor's new
      * version into our modified one by hand. This program lines
      * up, for every member the bundle skipped, the three versions
      * that merge needs: the old vendor baseline (the last vendor
      * version kept in VBASEP, layout BNDLBASE), our local copy on
      * the source file, and the incoming version in the bundle.
      *
      * The members are the bundle's PROTECT records in BNDHSTP for
      * the date on its first "T" record. Each of our copy and the
      * incoming copy is lined up against the baseline with the
      * same look-ahead resync BNDLCMPL uses, and every line that
      * differs anywhere is printed side by side and flagged:
      *
      *   <OURS> changed only here -- keep it;
      *   <VNDR> changed only by the vendor -- take it;
      *   <BOTH> changed on both sides, differently -- a true
      *          conflict that needs a programmer;
      *   <SAME> changed on both sides to the same thing.
      *
      * Lines nobody changed are not printed. LINE is the line's
      * number in our copy, where the merge is done. A member with
      * no baseline yet -- one protected before baselines were kept
      * -- can only be shown as ours against theirs, every
      * difference flagged <DIFF>.
      *
      * Once a member has been reported, the incoming version is
      * appended to VBASEP as a SKIPPED baseline -- from now on it
      * is the vendor's version, whatever the merge makes of it --
      * unless this bundle's version is already there. Nothing on
      * the source file is changed. Return code 2 means at least
      * one conflict was found; 1 means a command failed.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       file-control.
           SELECT bundle-file ASSIGN TO DATABASE-bundle
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT source-file ASSIGN TO DATABASE-source
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT history-file ASSIGN TO DATABASE-history
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT baseline-file ASSIGN TO DATABASE-baseline
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT report-file ASSIGN TO PRINTER-report
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  bundle-file.
       01  bundle-file-record           PIC X(100).

       FD  source-file.
       01  source-file-record           PIC X(92).

       FD  history-file.
       01  history-file-record          PIC X(110).

       FD  baseline-file.
       01  baseline-file-record         PIC X(140).

       FD  report-file.
       01  report-record                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLSTRU.
           COPY BNDLHIST.
           COPY BNDLBASE.

       01  command-string               PIC X(4096).
       01  command-string-length        PIC S9(10)V9(5) PACKED-DECIMAL
           VALUE 4096.
       01  command-return-code          PIC S9(9) BINARY.

       01  any-command-failed-switch    PIC X(1)  VALUE "N".
           88  any-command-failed           VALUE "Y".

       01  exit-program-switch          PIC X(1).
           88  exit-program             VALUE "Y".
           88  stay-in-program          VALUE "N".

       01  member-exists-switch         PIC X(1).
           88  member-already-exists        VALUE "Y".
           88  member-does-not-exist        VALUE "N".

       01  file-exists-switch           PIC X(1).
           88  file-exists                  VALUE "Y".
           88  file-does-not-exist          VALUE "N".

       01  source-eof-switch            PIC X(1).
           88  source-at-end                VALUE "Y".
           88  source-not-at-end            VALUE "N".

       01  history-eof-switch           PIC X(1).
           88  history-at-end               VALUE "Y".
           88  history-not-at-end           VALUE "N".

       01  baseline-eof-switch          PIC X(1).
           88  baseline-at-end              VALUE "Y".
           88  baseline-not-at-end          VALUE "N".

       01  collecting-switch            PIC X(1).
           88  collecting-member            VALUE "Y".
           88  not-collecting-member        VALUE "N".

       01  member-too-large-switch      PIC X(1).
           88  member-too-large             VALUE "Y".
           88  member-fits                  VALUE "N".

       01  baseline-kept-switch         PIC X(1).
           88  baseline-kept                VALUE "Y".
           88  no-baseline-kept             VALUE "N".

       01  already-baselined-switch     PIC X(1).
           88  already-baselined            VALUE "Y".
           88  not-yet-baselined            VALUE "N".

       01  resync-found-switch          PIC X(1).
           88  resync-found                 VALUE "Y".
           88  resync-not-found             VALUE "N".

       01  local-change-switch          PIC X(1).
           88  local-changed                VALUE "Y".
           88  local-unchanged              VALUE "N".

       01  vendor-change-switch         PIC X(1).
           88  vendor-changed               VALUE "Y".
           88  vendor-unchanged             VALUE "N".

       01  source-structure.
           02  source-sequence          PIC X(6).
           02  source-date              PIC X(6).
           02  source-line              PIC X(80).

      *----------------------------------------------------------------
      * The members the bundle skipped, from its PROTECT history.
      *----------------------------------------------------------------
       01  skipped-table.
           02  skipped-entry OCCURS 100.
               03  skipped-member       PIC X(10).
               03  skipped-file         PIC X(10).
       01  skipped-count                PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  skipped-index                PIC S9(4) PACKED-DECIMAL.
       01  skipped-search-index         PIC S9(4) PACKED-DECIMAL.
       01  skipped-found-switch         PIC X(1).
           88  skipped-found                VALUE "Y".
           88  skipped-not-found            VALUE "N".

      *----------------------------------------------------------------
      * The three versions, and a work copy of whichever one is
      * being lined up against the baseline.
      *----------------------------------------------------------------
       01  base-line-table.
           02  base-line-entry OCCURS 5000 PIC X(80).
       01  base-line-count              PIC S9(4) PACKED-DECIMAL.
       01  local-line-table.
           02  local-line-entry OCCURS 5000 PIC X(80).
       01  local-line-count             PIC S9(4) PACKED-DECIMAL.
       01  incoming-line-table.
           02  incoming-line-entry OCCURS 5000 PIC X(80).
       01  incoming-line-count          PIC S9(4) PACKED-DECIMAL.
       01  other-line-table.
           02  other-line-entry OCCURS 5000 PIC X(80).
       01  other-line-count             PIC S9(4) PACKED-DECIMAL.

      *----------------------------------------------------------------
      * For each baseline line, the line of the other version it
      * lines up with (zero when that version changed or removed
      * it), and the first such line at or after it -- the bound
      * below which the other version's unmatched lines belong to
      * the baseline lines before it.
      *----------------------------------------------------------------
       01  version-match-table.
           02  version-match OCCURS 5000 PIC S9(4) PACKED-DECIMAL.
       01  local-match-table.
           02  local-match OCCURS 5000  PIC S9(4) PACKED-DECIMAL.
       01  vendor-match-table.
           02  vendor-match OCCURS 5000 PIC S9(4) PACKED-DECIMAL.
       01  local-bound-table.
           02  local-bound OCCURS 5001  PIC S9(4) PACKED-DECIMAL.
       01  vendor-bound-table.
           02  vendor-bound OCCURS 5001 PIC S9(4) PACKED-DECIMAL.

       01  base-line-index              PIC S9(4) PACKED-DECIMAL.
       01  other-line-index             PIC S9(4) PACKED-DECIMAL.
       01  resync-index                 PIC S9(4) PACKED-DECIMAL.
       01  base-resync-distance         PIC S9(4) PACKED-DECIMAL.
       01  other-resync-distance        PIC S9(4) PACKED-DECIMAL.
       01  resync-window                PIC S9(4) PACKED-DECIMAL
           VALUE 50.

       01  local-position               PIC S9(4) PACKED-DECIMAL.
       01  vendor-position              PIC S9(4) PACKED-DECIMAL.
       01  local-insert-end             PIC S9(4) PACKED-DECIMAL.
       01  vendor-insert-end            PIC S9(4) PACKED-DECIMAL.
       01  row-base-index               PIC S9(4) PACKED-DECIMAL.
       01  row-local-index              PIC S9(4) PACKED-DECIMAL.
       01  row-vendor-index             PIC S9(4) PACKED-DECIMAL.
       01  row-flag                     PIC X(6).
       01  row-line-edit                PIC Z(4)9.

      *----------------------------------------------------------------
      * The baseline chosen is the newest one on file for the member
      * and file that did not come from this bundle.
      *----------------------------------------------------------------
       01  candidate-stamp.
           02  candidate-run-date       PIC X(6).
           02  candidate-run-time       PIC X(6).
       01  best-stamp.
           02  best-run-date            PIC X(6).
           02  best-run-time            PIC X(6).
       01  best-bundle-name             PIC X(8).
       01  best-bundle-date             PIC X(6).
       01  best-action                  PIC X(8).

       01  bundle-date-save             PIC X(6).
       01  merge-member                 PIC X(10).
       01  merge-source-file            PIC X(10).
       01  incoming-source-file         PIC X(10).
       01  run-date-stamp               PIC 9(6).
       01  run-time-hundredths          PIC 9(8).
       01  run-time-stamp               PIC 9(6).
       01  baseline-line-work           PIC 9(6).

       01  ours-count                   PIC 9(5).
       01  vendor-count                 PIC 9(5).
       01  conflict-count               PIC 9(5).
       01  same-count                   PIC 9(5).
       01  count-edit                   PIC Z(4)9.
       01  count-edit-2                 PIC Z(4)9.
       01  count-edit-3                 PIC Z(4)9.
       01  count-edit-4                 PIC Z(4)9.

       01  members-reported-total       PIC 9(5)  VALUE ZERO.
       01  members-conflicted-total     PIC 9(5)  VALUE ZERO.
       01  conflict-line-total          PIC 9(7)  VALUE ZERO.
       01  total-edit                   PIC Z(6)9.

       01  report-line-work             PIC X(132).

       01  expanded-source-line         PIC X(80).
       01  expand-position              PIC S9(3) PACKED-DECIMAL.
       01  expand-line-length           PIC 9(2).
       01  expand-seg-position          PIC S9(3) PACKED-DECIMAL.
       01  expand-seg-end               PIC S9(3) PACKED-DECIMAL.
       01  expand-blank-count           PIC 9(2).
       01  expand-text-count            PIC 9(2).
       01  expand-column                PIC S9(3) PACKED-DECIMAL.
       01  x-record-bad-switch          PIC X(1).
           88  x-record-bad                 VALUE "Y".
           88  x-record-good                VALUE "N".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  qualified-bundle-file.
           02  bundle-file-name         PIC X(8).
           02  bundle-file-library      PIC X(10).
       01  qualified-source-file.
           02  source-file-name         PIC X(10).
           02  source-file-library      PIC X(10).

      ******************************************************************
       PROCEDURE DIVISION USING qualified-bundle-file
                                qualified-source-file.
      *----------------------------------------------------------------
       mainline.
           PERFORM initialize-program.
           PERFORM find-bundle-date.
           PERFORM load-skipped-members.
           PERFORM write-report-heading.
           IF skipped-count = ZERO
              MOVE SPACES TO report-record
              STRING "NO PROTECTED MEMBERS WERE SKIPPED BY THIS "
                     "BUNDLE - NOTHING TO MERGE" DELIMITED BY SIZE
                INTO report-record
              END-STRING
              WRITE report-record
           END-IF.
           PERFORM merge-one-member
              VARYING skipped-index FROM 1 BY 1
              UNTIL skipped-index > skipped-count.
           PERFORM terminate-program.
           GOBACK.
      *----------------------------------------------------------------
       initialize-program.
           MOVE "N" TO any-command-failed-switch.
           MOVE ZERO TO skipped-count.
           MOVE ZERO TO members-reported-total.
           MOVE ZERO TO members-conflicted-total.
           MOVE ZERO TO conflict-line-total.
           MOVE "000000" TO bundle-date-save.
           ACCEPT run-date-stamp FROM DATE.
           ACCEPT run-time-hundredths FROM TIME.
           COMPUTE run-time-stamp = run-time-hundredths / 100.
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
           OPEN OUTPUT report-file.
      *----------------------------------------------------------------
      * The first "T" record's date is the one UNBUNDLEL stamped on
      * the history records this bundle wrote.
      *----------------------------------------------------------------
       find-bundle-date.
           OPEN INPUT bundle-file.
           SET stay-in-program TO TRUE.
           PERFORM read-bundle-date UNTIL exit-program.
           CLOSE bundle-file.
      *----------------------------------------------------------------
       read-bundle-date.
           READ bundle-file
              INTO bundle-structure
              AT END
                 SET exit-program TO TRUE
              NOT AT END
                 IF record-type OF t-record = "T"
                    MOVE bundle-date OF t-record TO bundle-date-save
                    SET exit-program TO TRUE
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      * A member protected twice over -- a restarted run, or the
      * same member in two segments of a cumulative bundle -- is
      * listed once. A PROTECT record with no file was written
      * before the file was kept and means the file on the call.
      *----------------------------------------------------------------
       load-skipped-members.
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
              PERFORM read-protect-history
           END-IF.
      *----------------------------------------------------------------
       read-protect-history.
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
                 IF history-action = "PROTECT"
                    AND history-bundle-name = bundle-file-name
                    AND history-bundle-library = bundle-file-library
                    AND history-bundle-date = bundle-date-save
                    PERFORM note-skipped-member
                 END-IF
           END-READ.
      *----------------------------------------------------------------
       note-skipped-member.
           IF history-source-file = SPACES
              MOVE source-file-name TO history-source-file
           END-IF.
           SET skipped-not-found TO TRUE.
           PERFORM test-skipped-entry
              VARYING skipped-search-index FROM 1 BY 1
              UNTIL skipped-search-index > skipped-count
                 OR skipped-found.
           IF skipped-not-found
              IF skipped-count = 100
                 SET any-command-failed TO TRUE
                 DISPLAY "BNDLMRGL *** MORE THAN 100 PROTECTED "
                         "MEMBERS - EXCESS NOT REPORTED"
              ELSE
                 ADD 1 TO skipped-count
                 MOVE history-member
                    TO skipped-member (skipped-count)
                 MOVE history-source-file
                    TO skipped-file (skipped-count)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       test-skipped-entry.
           IF skipped-member (skipped-search-index) = history-member
              AND skipped-file (skipped-search-index) =
                  history-source-file
              SET skipped-found TO TRUE
           END-IF.
      *----------------------------------------------------------------
       write-report-heading.
           MOVE SPACES TO report-record.
           STRING "BNDLMRGL THREE-WAY MERGE REPORT - BUNDLE "
                                             DELIMITED BY SIZE
                  bundle-file-library        DELIMITED BY SPACE
                  "/"                        DELIMITED BY SIZE
                  bundle-file-name           DELIMITED BY SPACE
                  " DATED "                  DELIMITED BY SIZE
                  bundle-date-save           DELIMITED BY SIZE
                  " AGAINST "                DELIMITED BY SIZE
                  source-file-library        DELIMITED BY SPACE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE SPACES TO report-record.
           STRING "<OURS> CHANGED ONLY HERE   <VNDR> CHANGED ONLY BY "
                  "THE VENDOR   <BOTH> CHANGED BY BOTH - CONFLICT   "
                  "<SAME> SAME CHANGE ON BOTH SIDES"
                                             DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       merge-one-member.
           MOVE skipped-member (skipped-index) TO merge-member.
           MOVE skipped-file (skipped-index)   TO merge-source-file.
           SET member-fits TO TRUE.
           PERFORM load-incoming-version.
           PERFORM load-local-version.
           PERFORM load-baseline-version.
           PERFORM write-member-heading.
           IF member-too-large
              MOVE SPACES TO report-record
              STRING "*** A VERSION EXCEEDS 5000 LINES - NOT "
                     "COMPARED"              DELIMITED BY SIZE
                INTO report-record
              END-STRING
              WRITE report-record
           ELSE
              PERFORM line-up-versions
              PERFORM print-merge-rows
              PERFORM write-member-totals
           END-IF.
           IF not-yet-baselined AND incoming-line-count > ZERO
              AND member-fits
              PERFORM record-skipped-baseline
           END-IF.
      *----------------------------------------------------------------
      * The incoming version is the last copy of the member in the
      * bundle for its file; file switching follows the "T" and "F"
      * records exactly as UNBUNDLEL's does.
      *----------------------------------------------------------------
       load-incoming-version.
           MOVE ZERO TO incoming-line-count.
           SET not-collecting-member TO TRUE.
           MOVE source-file-name TO incoming-source-file.
           OPEN INPUT bundle-file.
           SET stay-in-program TO TRUE.
           PERFORM read-incoming-record UNTIL exit-program.
           CLOSE bundle-file.
      *----------------------------------------------------------------
       read-incoming-record.
           READ bundle-file
              INTO bundle-structure
              AT END
                 SET exit-program TO TRUE
              NOT AT END
                 PERFORM note-incoming-record
           END-READ.
      *----------------------------------------------------------------
       note-incoming-record.
           EVALUATE record-type OF t-record
               WHEN "T"
                  MOVE source-file-name TO incoming-source-file
               WHEN "F"
                  MOVE target-source-file OF f-record
                     TO incoming-source-file
               WHEN "M"
                  IF source-member OF m-record = merge-member
                     AND incoming-source-file = merge-source-file
                     SET collecting-member TO TRUE
                     MOVE ZERO TO incoming-line-count
                  END-IF
               WHEN "W"
                  IF collecting-member
                     MOVE source-line OF w-record
                        TO expanded-source-line
                     PERFORM store-incoming-line
                  END-IF
               WHEN "X"
                  IF collecting-member
                     PERFORM expand-bundle-record
                  END-IF
               WHEN "E"
                  SET not-collecting-member TO TRUE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
       store-incoming-line.
           IF incoming-line-count = 5000
              SET member-too-large TO TRUE
           ELSE
              ADD 1 TO incoming-line-count
              MOVE expanded-source-line
                 TO incoming-line-entry (incoming-line-count)
           END-IF.
      *----------------------------------------------------------------
      * An "X" record packs several blank-compressed logical lines
      * (see BNDLSTRU for the encoding); each expands back to its
      * 80 columns exactly as UNBUNDLEL would write it.
      *----------------------------------------------------------------
       expand-bundle-record.
           MOVE 1 TO expand-position.
           SET x-record-good TO TRUE.
           PERFORM expand-bundle-line
              UNTIL expand-position + 2 > 87
                 OR packed-source-data OF x-record
                    (expand-position:1) NOT = "L"
                 OR x-record-bad.
      *----------------------------------------------------------------
       expand-bundle-line.
           MOVE packed-source-data OF x-record
              (expand-position + 1:2) TO expand-line-length.
           IF expand-position + 2 + expand-line-length > 87
              PERFORM report-bad-x-record
           ELSE
              MOVE SPACES TO expanded-source-line
              MOVE 1 TO expand-column
              COMPUTE expand-seg-position = expand-position + 3
              COMPUTE expand-seg-end = expand-position + 3 +
                 expand-line-length
              PERFORM expand-bundle-segment
                 UNTIL expand-seg-position NOT < expand-seg-end
                    OR x-record-bad
              IF x-record-good
                 PERFORM store-incoming-line
                 COMPUTE expand-position = expand-position + 3 +
                    expand-line-length
              END-IF
           END-IF.
      *----------------------------------------------------------------
       expand-bundle-segment.
           IF expand-seg-position + 4 > expand-seg-end
              PERFORM report-bad-x-record
           ELSE
              MOVE packed-source-data OF x-record
                 (expand-seg-position:2) TO expand-blank-count
              MOVE packed-source-data OF x-record
                 (expand-seg-position + 2:2) TO expand-text-count
              IF expand-column + expand-blank-count +
                    expand-text-count > 81
                 OR expand-seg-position + 4 + expand-text-count >
                    expand-seg-end
                 PERFORM report-bad-x-record
              ELSE
                 ADD expand-blank-count TO expand-column
                 IF expand-text-count > ZERO
                    MOVE packed-source-data OF x-record
                       (expand-seg-position + 4:expand-text-count)
                       TO expanded-source-line
                          (expand-column:expand-text-count)
                    ADD expand-text-count TO expand-column
                 END-IF
                 COMPUTE expand-seg-position =
                    expand-seg-position + 4 + expand-text-count
              END-IF
           END-IF.
      *----------------------------------------------------------------
       report-bad-x-record.
           SET x-record-bad TO TRUE.
           SET any-command-failed TO TRUE.
           DISPLAY "BNDLMRGL *** MALFORMED COMPRESSED SOURCE "
                   "RECORD FOR MEMBER " source-member OF x-record.
      *----------------------------------------------------------------
      * A protected member somebody has since removed from the file
      * is merged against an empty local copy.
      *----------------------------------------------------------------
       load-local-version.
           MOVE ZERO TO local-line-count.
           SET member-does-not-exist TO TRUE.
           MOVE SPACES TO command-string.
           STRING "CHKOBJ OBJ("             DELIMITED BY SIZE
                  source-file-library       DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  merge-source-file         DELIMITED BY SPACE
                  ") OBJTYPE(*FILE) MBR("   DELIMITED BY SIZE
                  merge-member              DELIMITED BY SPACE
                  ")"                       DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code = ZERO
              SET member-already-exists TO TRUE
              PERFORM read-local-member
           END-IF.
      *----------------------------------------------------------------
       read-local-member.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(SOURCE) TOFILE(" DELIMITED BY SIZE
                  source-file-library           DELIMITED BY SPACE
                  "/"                           DELIMITED BY SIZE
                  merge-source-file             DELIMITED BY SPACE
                  ") MBR("                      DELIMITED BY SIZE
                  merge-member                  DELIMITED BY SPACE
                  ")"                           DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN INPUT source-file.
           SET source-not-at-end TO TRUE.
           PERFORM read-local-line UNTIL source-at-end.
           CLOSE source-file.
           MOVE "DLTOVR FILE(SOURCE)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       read-local-line.
           READ source-file
              INTO source-structure
              AT END
                 SET source-at-end TO TRUE
              NOT AT END
                 IF local-line-count = 5000
                    SET member-too-large TO TRUE
                    SET source-at-end TO TRUE
                 ELSE
                    ADD 1 TO local-line-count
                    MOVE source-line OF source-structure
                       TO local-line-entry (local-line-count)
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      * One pass over VBASEP keeps the newest version of the member
      * not from this bundle. Each version's lines are contiguous
      * and start at line 1, so a line 1 at the newest stamp so far
      * starts the table again -- which also leaves the last copy
      * when one run applied the member twice.
      *----------------------------------------------------------------
       load-baseline-version.
           MOVE ZERO TO base-line-count.
           SET no-baseline-kept TO TRUE.
           SET not-yet-baselined TO TRUE.
           MOVE LOW-VALUES TO best-stamp.
           MOVE SPACES TO best-bundle-name.
           MOVE SPACES TO best-bundle-date.
           MOVE SPACES TO best-action.
           PERFORM check-baseline-file.
           IF file-exists
              PERFORM override-baseline-file
              OPEN INPUT baseline-file
              SET baseline-not-at-end TO TRUE
              PERFORM read-baseline-record UNTIL baseline-at-end
              CLOSE baseline-file
              PERFORM delete-baseline-override
           END-IF.
      *----------------------------------------------------------------
       check-baseline-file.
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
           IF command-return-code = ZERO
              SET file-exists TO TRUE
           ELSE
              SET file-does-not-exist TO TRUE
           END-IF.
      *----------------------------------------------------------------
       override-baseline-file.
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
      *----------------------------------------------------------------
       delete-baseline-override.
           MOVE "DLTOVR FILE(BASELINE)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       read-baseline-record.
           READ baseline-file
              INTO baseline-structure
              AT END
                 SET baseline-at-end TO TRUE
              NOT AT END
                 IF baseline-member = merge-member
                    AND baseline-source-file = merge-source-file
                    PERFORM note-baseline-record
                 END-IF
           END-READ.
      *----------------------------------------------------------------
       note-baseline-record.
           IF baseline-bundle-name = bundle-file-name
              AND baseline-bundle-date = bundle-date-save
              SET already-baselined TO TRUE
           ELSE
              MOVE baseline-run-date TO candidate-run-date
              MOVE baseline-run-time TO candidate-run-time
              IF baseline-line-number = 1
                 AND candidate-stamp NOT < best-stamp
                 MOVE candidate-stamp TO best-stamp
                 MOVE baseline-bundle-name TO best-bundle-name
                 MOVE baseline-bundle-date TO best-bundle-date
                 MOVE baseline-action      TO best-action
                 MOVE ZERO TO base-line-count
                 SET baseline-kept TO TRUE
              END-IF
              IF candidate-stamp = best-stamp
                 AND baseline-bundle-name = best-bundle-name
                 PERFORM store-baseline-line
              END-IF
           END-IF.
      *----------------------------------------------------------------
       store-baseline-line.
           IF base-line-count = 5000
              SET member-too-large TO TRUE
           ELSE
              ADD 1 TO base-line-count
              MOVE baseline-source-line
                 TO base-line-entry (base-line-count)
           END-IF.
      *----------------------------------------------------------------
       write-member-heading.
           ADD 1 TO members-reported-total.
           MOVE SPACES TO report-record.
           WRITE report-record.
           MOVE SPACES TO report-line-work.
           MOVE "MEMBER"              TO report-line-work (1:6).
           MOVE merge-member          TO report-line-work (8:10).
           MOVE merge-source-file     TO report-line-work (19:10).
           IF baseline-kept
              STRING "BASELINE FROM "    DELIMITED BY SIZE
                     best-bundle-name    DELIMITED BY SPACE
                     " DATED "           DELIMITED BY SIZE
                     best-bundle-date    DELIMITED BY SIZE
                     ", "                DELIMITED BY SIZE
                     best-action         DELIMITED BY SPACE
                     " "                 DELIMITED BY SIZE
                     best-run-date       DELIMITED BY SIZE
                INTO report-line-work (30:60)
              END-STRING
           ELSE
              MOVE "NO VENDOR BASELINE KEPT - OURS AGAINST THEIRS ONLY"
                 TO report-line-work (30:50)
           END-IF.
           IF member-does-not-exist
              MOVE "(NO LOCAL COPY)" TO report-line-work (92:15)
           END-IF.
           MOVE report-line-work TO report-record.
           WRITE report-record.
           MOVE SPACES TO report-line-work.
           MOVE "FLAG"                TO report-line-work (1:4).
           MOVE "LINE"                TO report-line-work (9:4).
           MOVE "OLD VENDOR BASELINE" TO report-line-work (14:19).
           MOVE "LOCAL (OURS)"        TO report-line-work (53:12).
           MOVE "INCOMING (VENDOR)"   TO report-line-work (92:17).
           MOVE report-line-work TO report-record.
           WRITE report-record.
      *----------------------------------------------------------------
      * With no baseline our copy stands in for it, so every
      * difference shows up on the vendor side and is flagged
      * <DIFF> rather than blamed on either party.
      *----------------------------------------------------------------
       line-up-versions.
           IF no-baseline-kept
              MOVE local-line-table TO base-line-table
              MOVE local-line-count TO base-line-count
           END-IF.
           MOVE local-line-table TO other-line-table.
           MOVE local-line-count TO other-line-count.
           PERFORM map-version-lines.
           MOVE version-match-table TO local-match-table.
           MOVE incoming-line-table TO other-line-table.
           MOVE incoming-line-count TO other-line-count.
           PERFORM map-version-lines.
           MOVE version-match-table TO vendor-match-table.
           COMPUTE local-bound (base-line-count + 1) =
              local-line-count + 1.
           COMPUTE vendor-bound (base-line-count + 1) =
              incoming-line-count + 1.
           PERFORM set-next-bound
              VARYING base-line-index FROM base-line-count BY -1
              UNTIL base-line-index < 1.
      *----------------------------------------------------------------
      * BNDLCMPL's walk, recording instead of printing: matching
      * lines are paired, and on a mismatch whichever side resyncs
      * nearer within the window decides whether baseline lines
      * were removed or other lines added; failing both, the pair
      * is a changed line.
      *----------------------------------------------------------------
       map-version-lines.
           MOVE 1 TO base-line-index.
           MOVE 1 TO other-line-index.
           PERFORM clear-version-match
              VARYING resync-index FROM 1 BY 1
              UNTIL resync-index > base-line-count.
           PERFORM map-next-line
              UNTIL base-line-index > base-line-count
                AND other-line-index > other-line-count.
      *----------------------------------------------------------------
       clear-version-match.
           MOVE ZERO TO version-match (resync-index).
      *----------------------------------------------------------------
       map-next-line.
           EVALUATE TRUE
               WHEN base-line-index > base-line-count
                  ADD 1 TO other-line-index
               WHEN other-line-index > other-line-count
                  ADD 1 TO base-line-index
               WHEN base-line-entry (base-line-index) =
                    other-line-entry (other-line-index)
                  MOVE other-line-index
                     TO version-match (base-line-index)
                  ADD 1 TO base-line-index
                  ADD 1 TO other-line-index
               WHEN OTHER
                  PERFORM resync-versions
           END-EVALUATE.
      *----------------------------------------------------------------
       resync-versions.
           PERFORM find-base-resync.
           PERFORM find-other-resync.
           EVALUATE TRUE
               WHEN base-resync-distance > ZERO
                AND (other-resync-distance = ZERO
                     OR base-resync-distance <= other-resync-distance)
                  ADD base-resync-distance TO base-line-index
               WHEN other-resync-distance > ZERO
                  ADD other-resync-distance TO other-line-index
               WHEN OTHER
                  ADD 1 TO base-line-index
                  ADD 1 TO other-line-index
           END-EVALUATE.
      *----------------------------------------------------------------
       find-base-resync.
           SET resync-not-found TO TRUE.
           MOVE ZERO TO base-resync-distance.
           PERFORM test-base-resync
              VARYING resync-index FROM 1 BY 1
              UNTIL resync-index > resync-window
                 OR base-line-index + resync-index > base-line-count
                 OR resync-found.
      *----------------------------------------------------------------
       test-base-resync.
           IF base-line-entry (base-line-index + resync-index) =
                 other-line-entry (other-line-index)
              SET resync-found TO TRUE
              MOVE resync-index TO base-resync-distance
           END-IF.
      *----------------------------------------------------------------
       find-other-resync.
           SET resync-not-found TO TRUE.
           MOVE ZERO TO other-resync-distance.
           PERFORM test-other-resync
              VARYING resync-index FROM 1 BY 1
              UNTIL resync-index > resync-window
                 OR other-line-index + resync-index > other-line-count
                 OR resync-found.
      *----------------------------------------------------------------
       test-other-resync.
           IF other-line-entry (other-line-index + resync-index) =
                 base-line-entry (base-line-index)
              SET resync-found TO TRUE
              MOVE resync-index TO other-resync-distance
           END-IF.
      *----------------------------------------------------------------
       set-next-bound.
           IF local-match (base-line-index) > ZERO
              MOVE local-match (base-line-index)
                 TO local-bound (base-line-index)
           ELSE
              MOVE local-bound (base-line-index + 1)
                 TO local-bound (base-line-index)
           END-IF.
           IF vendor-match (base-line-index) > ZERO
              MOVE vendor-match (base-line-index)
                 TO vendor-bound (base-line-index)
           ELSE
              MOVE vendor-bound (base-line-index + 1)
                 TO vendor-bound (base-line-index)
           END-IF.
      *----------------------------------------------------------------
      * Walk the baseline. Ahead of each baseline line that a side
      * kept come that side's added lines; a baseline line a side
      * did not keep is paired with that side's next unmatched line
      * if there is one before its next kept line -- a changed line
      * -- or shown blank on that side if not -- a removed one.
      * Whatever is left of either side after the last baseline
      * line was added at the end.
      *----------------------------------------------------------------
       print-merge-rows.
           MOVE ZERO TO ours-count.
           MOVE ZERO TO vendor-count.
           MOVE ZERO TO conflict-count.
           MOVE ZERO TO same-count.
           MOVE ZERO TO local-position.
           MOVE ZERO TO vendor-position.
           PERFORM merge-base-line
              VARYING base-line-index FROM 1 BY 1
              UNTIL base-line-index > base-line-count.
           MOVE local-line-count    TO local-insert-end.
           MOVE incoming-line-count TO vendor-insert-end.
           PERFORM print-insert-rows.
      *----------------------------------------------------------------
       merge-base-line.
           IF local-match (base-line-index) > ZERO
              COMPUTE local-insert-end =
                 local-match (base-line-index) - 1
           ELSE
              MOVE local-position TO local-insert-end
           END-IF.
           IF vendor-match (base-line-index) > ZERO
              COMPUTE vendor-insert-end =
                 vendor-match (base-line-index) - 1
           ELSE
              MOVE vendor-position TO vendor-insert-end
           END-IF.
           PERFORM print-insert-rows.
           MOVE base-line-index TO row-base-index.
           IF local-match (base-line-index) > ZERO
              SET local-unchanged TO TRUE
              MOVE local-match (base-line-index) TO row-local-index
           ELSE
              SET local-changed TO TRUE
              IF local-position + 1 < local-bound (base-line-index)
                 COMPUTE row-local-index = local-position + 1
              ELSE
                 MOVE ZERO TO row-local-index
              END-IF
           END-IF.
           IF row-local-index > ZERO
              MOVE row-local-index TO local-position
           END-IF.
           IF vendor-match (base-line-index) > ZERO
              SET vendor-unchanged TO TRUE
              MOVE vendor-match (base-line-index) TO row-vendor-index
           ELSE
              SET vendor-changed TO TRUE
              IF vendor-position + 1 < vendor-bound (base-line-index)
                 COMPUTE row-vendor-index = vendor-position + 1
              ELSE
                 MOVE ZERO TO row-vendor-index
              END-IF
           END-IF.
           IF row-vendor-index > ZERO
              MOVE row-vendor-index TO vendor-position
           END-IF.
           PERFORM classify-merge-row.
           PERFORM print-merge-row.
      *----------------------------------------------------------------
       print-insert-rows.
           PERFORM print-insert-row
              UNTIL local-position NOT < local-insert-end
                AND vendor-position NOT < vendor-insert-end.
      *----------------------------------------------------------------
       print-insert-row.
           MOVE ZERO TO row-base-index.
           MOVE ZERO TO row-local-index.
           MOVE ZERO TO row-vendor-index.
           SET local-unchanged TO TRUE.
           SET vendor-unchanged TO TRUE.
           IF local-position < local-insert-end
              ADD 1 TO local-position
              MOVE local-position TO row-local-index
              SET local-changed TO TRUE
           END-IF.
           IF vendor-position < vendor-insert-end
              ADD 1 TO vendor-position
              MOVE vendor-position TO row-vendor-index
              SET vendor-changed TO TRUE
           END-IF.
           PERFORM classify-merge-row.
           PERFORM print-merge-row.
      *----------------------------------------------------------------
      * Both sides changed: identical results -- including both
      * removing the line -- are <SAME>, anything else is <BOTH>.
      *----------------------------------------------------------------
       classify-merge-row.
           EVALUATE TRUE
               WHEN local-unchanged AND vendor-unchanged
                  MOVE SPACES TO row-flag
               WHEN vendor-unchanged
                  MOVE "<OURS>" TO row-flag
               WHEN local-unchanged
                  MOVE "<VNDR>" TO row-flag
               WHEN row-local-index = ZERO
                AND row-vendor-index = ZERO
                  MOVE "<SAME>" TO row-flag
               WHEN row-local-index = ZERO
                 OR row-vendor-index = ZERO
                  MOVE "<BOTH>" TO row-flag
               WHEN local-line-entry (row-local-index) =
                    incoming-line-entry (row-vendor-index)
                  MOVE "<SAME>" TO row-flag
               WHEN OTHER
                  MOVE "<BOTH>" TO row-flag
           END-EVALUATE.
           IF no-baseline-kept AND row-flag NOT = SPACES
              MOVE "<DIFF>" TO row-flag
           END-IF.
      *----------------------------------------------------------------
       print-merge-row.
           IF row-flag NOT = SPACES
              EVALUATE row-flag
                  WHEN "<OURS>"
                     ADD 1 TO ours-count
                  WHEN "<VNDR>"
                     ADD 1 TO vendor-count
                  WHEN "<SAME>"
                     ADD 1 TO same-count
                  WHEN OTHER
                     ADD 1 TO conflict-count
              END-EVALUATE
              MOVE SPACES TO report-line-work
              MOVE row-flag TO report-line-work (1:6)
              IF row-local-index > ZERO
                 MOVE row-local-index TO row-line-edit
                 MOVE row-line-edit TO report-line-work (8:5)
              END-IF
              IF row-base-index > ZERO AND baseline-kept
                 MOVE base-line-entry (row-base-index) (1:38)
                    TO report-line-work (14:38)
              END-IF
              IF row-local-index > ZERO
                 MOVE local-line-entry (row-local-index) (1:38)
                    TO report-line-work (53:38)
              END-IF
              IF row-vendor-index > ZERO
                 MOVE incoming-line-entry (row-vendor-index) (1:38)
                    TO report-line-work (92:38)
              END-IF
              MOVE report-line-work TO report-record
              WRITE report-record
           END-IF.
      *----------------------------------------------------------------
       write-member-totals.
           MOVE ours-count     TO count-edit.
           MOVE vendor-count   TO count-edit-2.
           MOVE conflict-count TO count-edit-3.
           MOVE same-count     TO count-edit-4.
           MOVE SPACES TO report-record.
           IF baseline-kept
              STRING "LINES OURS "          DELIMITED BY SIZE
                     count-edit             DELIMITED BY SIZE
                     "  VENDOR "            DELIMITED BY SIZE
                     count-edit-2           DELIMITED BY SIZE
                     "  CONFLICTS "         DELIMITED BY SIZE
                     count-edit-3           DELIMITED BY SIZE
                     "  SAME "              DELIMITED BY SIZE
                     count-edit-4           DELIMITED BY SIZE
                INTO report-record
              END-STRING
           ELSE
              STRING "LINES DIFFERING "     DELIMITED BY SIZE
                     count-edit-3           DELIMITED BY SIZE
                     " - NOT ATTRIBUTED, REVIEW EVERY ONE"
                                            DELIMITED BY SIZE
                INTO report-record
              END-STRING
           END-IF.
           WRITE report-record.
           IF conflict-count > ZERO
              ADD 1 TO members-conflicted-total
              ADD conflict-count TO conflict-line-total
           END-IF.
      *----------------------------------------------------------------
      * VBASEP is created here if no apply has created it yet -- a
      * library whose every bundle so far was protected.
      *----------------------------------------------------------------
       record-skipped-baseline.
           PERFORM check-baseline-file.
           IF file-does-not-exist
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
           PERFORM override-baseline-file.
           OPEN EXTEND baseline-file.
           PERFORM write-skipped-baseline-line
              VARYING baseline-line-work FROM 1 BY 1
              UNTIL baseline-line-work > incoming-line-count.
           CLOSE baseline-file.
           PERFORM delete-baseline-override.
           MOVE SPACES TO report-record.
           STRING "INCOMING VERSION KEPT IN "  DELIMITED BY SIZE
                  source-file-library          DELIMITED BY SPACE
                  "/VBASEP AS THE NEW VENDOR BASELINE"
                                               DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       write-skipped-baseline-line.
           MOVE SPACES TO baseline-structure.
           MOVE merge-member         TO baseline-member.
           MOVE merge-source-file    TO baseline-source-file.
           MOVE bundle-file-name     TO baseline-bundle-name.
           MOVE bundle-date-save     TO baseline-bundle-date.
           MOVE run-date-stamp       TO baseline-run-date.
           MOVE run-time-stamp       TO baseline-run-time.
           MOVE "SKIPPED"            TO baseline-action.
           MOVE baseline-line-work   TO baseline-line-number.
           MOVE incoming-line-entry (baseline-line-work)
              TO baseline-source-line.
           WRITE baseline-file-record FROM baseline-structure.
      *----------------------------------------------------------------
       terminate-program.
           MOVE SPACES TO report-record.
           WRITE report-record.
           MOVE members-reported-total TO count-edit.
           MOVE SPACES TO report-record.
           STRING "PROTECTED MEMBERS REPORTED . : "
                  DELIMITED BY SIZE
                  count-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE members-conflicted-total TO count-edit.
           MOVE SPACES TO report-record.
           STRING "MEMBERS WITH CONFLICTS . . . : "
                  DELIMITED BY SIZE
                  count-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE conflict-line-total TO total-edit.
           MOVE SPACES TO report-record.
           STRING "CONFLICTING LINES  . . . . . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           CLOSE report-file.
           MOVE "DLTOVR FILE(BUNDLE)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           EVALUATE TRUE
               WHEN any-command-failed
                  MOVE 1 TO RETURN-CODE
               WHEN conflict-line-total > ZERO
                  MOVE 2 TO RETURN-CODE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
       log-command-result.
           IF command-return-code NOT = ZERO
              SET any-command-failed TO TRUE
              DISPLAY "BNDLMRGL *** COMMAND FAILED, RC="
                      command-return-code " CMD=" command-string
           END-IF.
