       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bndlmtxl.

      ******************************************************************
      * Copyright (c) 1994 Duke Communications International.
      * All rights reserved.
      *
      * Head-office distribution matrix. Prints the site register
      * SITEREGP (layout BNDLSITE) in the register library as a
      * grid: bundles down the side, each under its name and bundle
      * date in the order the register first shows it, and branch
      * sites across the top in site-ID order, eleven to a panel --
      * a network with more branches than that prints one panel
      * after another, each with every bundle.
      *
      * Each cell says where that bundle stands at that branch by
      * the acknowledgment with the latest branch run stamp:
      * APPLIED, or APPLIED* when the apply ended with a nonzero
      * return code (protected members skipped, or failures), or
      * HELD. A bundle the branch has never acknowledged -- shipped
      * to it by SYNCBNDL or not -- is NOT RCVD. Return code 2 means
      * at least one cell is HELD; 1 means a command failed.
      *
      * The register is read twice: once to learn the sites and
      * bundles, once to fill in the cells.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       file-control.
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
       FD  register-file.
       01  register-file-record         PIC X(100).

       FD  report-file.
       01  report-record                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLSITE.

       01  command-string               PIC X(4096).
       01  command-string-length        PIC S9(10)V9(5) PACKED-DECIMAL
           VALUE 4096.
       01  command-return-code          PIC S9(9) BINARY.

       01  any-command-failed-switch    PIC X(1)  VALUE "N".
           88  any-command-failed           VALUE "Y".

       01  register-eof-switch          PIC X(1).
           88  register-at-end              VALUE "Y".
           88  register-not-at-end          VALUE "N".

       01  register-file-switch         PIC X(1).
           88  register-file-present        VALUE "Y".
           88  register-file-missing        VALUE "N".

      *----------------------------------------------------------------
      * Sites are kept in site-ID order as they are found, so the
      * panels read alphabetically across.
      *----------------------------------------------------------------
       01  site-table.
           02  site-entry OCCURS 100.
               03  site-id              PIC X(8).
       01  site-count                   PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  site-index                   PIC S9(4) PACKED-DECIMAL.
       01  site-found-index             PIC S9(4) PACKED-DECIMAL.
       01  site-found-switch            PIC X(1).
           88  site-found                   VALUE "Y".
           88  site-not-found               VALUE "N".
       01  site-insert-index            PIC S9(4) PACKED-DECIMAL.
       01  insert-point-switch          PIC X(1).
           88  insert-point-found           VALUE "Y".
           88  insert-point-not-found       VALUE "N".

      *----------------------------------------------------------------
      * One row per bundle name and date; one cell per site in it.
      * CELL-STATE is blank (nothing known), S (shipped only), A
      * (applied) or H (held).
      *----------------------------------------------------------------
       01  bundle-table.
           02  bundle-entry OCCURS 300.
               03  bundle-name          PIC X(8).
               03  bundle-date          PIC X(6).
               03  cell-entry OCCURS 100.
                   04  cell-state       PIC X(1).
                   04  cell-return-code PIC S9(9) BINARY.
                   04  cell-stamp       PIC X(12).
       01  bundle-count                 PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  bundle-index                 PIC S9(4) PACKED-DECIMAL.
       01  bundle-found-index           PIC S9(4) PACKED-DECIMAL.
       01  bundle-found-switch          PIC X(1).
           88  bundle-found                 VALUE "Y".
           88  bundle-not-found             VALUE "N".

       01  register-stamp               PIC X(12).
       01  panel-start                  PIC S9(4) PACKED-DECIMAL.
       01  panel-end                    PIC S9(4) PACKED-DECIMAL.
       01  cell-column                  PIC S9(4) PACKED-DECIMAL.
       01  dropped-record-total         PIC 9(5)  VALUE ZERO.
       01  applied-cell-total           PIC 9(5)  VALUE ZERO.
       01  held-cell-total              PIC 9(5)  VALUE ZERO.
       01  missing-cell-total           PIC 9(5)  VALUE ZERO.
       01  total-edit                   PIC Z(4)9.
       01  report-line-work             PIC X(132).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  register-library             PIC X(10).

      ******************************************************************
       PROCEDURE DIVISION USING register-library.
      *----------------------------------------------------------------
       mainline.
           PERFORM initialize-program.
           IF register-file-present
              PERFORM read-register-file
              PERFORM clear-bundle-cells
                 VARYING bundle-index FROM 1 BY 1
                 UNTIL bundle-index > bundle-count
              PERFORM fill-register-cells
              PERFORM write-matrix-panel
                 VARYING panel-start FROM 1 BY 11
                 UNTIL panel-start > site-count
           END-IF.
           PERFORM terminate-program.
           GOBACK.
      *----------------------------------------------------------------
       initialize-program.
           MOVE "N" TO any-command-failed-switch.
           MOVE ZERO TO site-count.
           MOVE ZERO TO bundle-count.
           MOVE ZERO TO dropped-record-total.
           MOVE ZERO TO applied-cell-total.
           MOVE ZERO TO held-cell-total.
           MOVE ZERO TO missing-cell-total.
           OPEN OUTPUT report-file.
           MOVE SPACES TO report-record.
           STRING "BNDLMTXL DISTRIBUTION MATRIX FROM "
                                             DELIMITED BY SIZE
                  register-library           DELIMITED BY SPACE
                  "/SITEREGP"                DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
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
              MOVE SPACES TO report-record
              STRING "NO SITE REGISTER IN "  DELIMITED BY SIZE
                     register-library        DELIMITED BY SPACE
                     " - NOTHING SHIPPED OR ACKNOWLEDGED YET"
                                             DELIMITED BY SIZE
                INTO report-record
              END-STRING
              WRITE report-record
           END-IF.
      *----------------------------------------------------------------
       open-register-file.
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
           OPEN INPUT register-file.
           SET register-not-at-end TO TRUE.
      *----------------------------------------------------------------
       close-register-file.
           CLOSE register-file.
           MOVE "DLTOVR FILE(REGISTER)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
      * First pass: the sites and the bundles.
      *----------------------------------------------------------------
       read-register-file.
           PERFORM open-register-file.
           PERFORM read-register-for-axes UNTIL register-at-end.
           PERFORM close-register-file.
      *----------------------------------------------------------------
       read-register-for-axes.
           READ register-file
              INTO register-structure
              AT END
                 SET register-at-end TO TRUE
              NOT AT END
                 PERFORM note-register-site
                 PERFORM note-register-bundle
           END-READ.
      *----------------------------------------------------------------
       note-register-site.
           PERFORM find-register-site.
           IF site-not-found
              IF site-count = 100
                 ADD 1 TO dropped-record-total
              ELSE
                 PERFORM insert-register-site
              END-IF
           END-IF.
      *----------------------------------------------------------------
       find-register-site.
           SET site-not-found TO TRUE.
           PERFORM test-site-entry
              VARYING site-index FROM 1 BY 1
              UNTIL site-index > site-count
                 OR site-found.
      *----------------------------------------------------------------
       test-site-entry.
           IF site-id (site-index) = register-site-id
              SET site-found TO TRUE
              MOVE site-index TO site-found-index
           END-IF.
      *----------------------------------------------------------------
      * The new site goes in ahead of the first site that sorts
      * after it; everything from there on moves down one.
      *----------------------------------------------------------------
       insert-register-site.
           ADD 1 TO site-count.
           MOVE site-count TO site-insert-index.
           SET insert-point-not-found TO TRUE.
           PERFORM shift-site-entry UNTIL insert-point-found.
           MOVE register-site-id TO site-id (site-insert-index).
      *----------------------------------------------------------------
       shift-site-entry.
           IF site-insert-index = 1
              SET insert-point-found TO TRUE
           ELSE
              IF site-id (site-insert-index - 1) < register-site-id
                 SET insert-point-found TO TRUE
              ELSE
                 MOVE site-id (site-insert-index - 1)
                    TO site-id (site-insert-index)
                 SUBTRACT 1 FROM site-insert-index
              END-IF
           END-IF.
      *----------------------------------------------------------------
       note-register-bundle.
           PERFORM find-register-bundle.
           IF bundle-not-found
              IF bundle-count = 300
                 ADD 1 TO dropped-record-total
              ELSE
                 ADD 1 TO bundle-count
                 MOVE register-bundle-name
                    TO bundle-name (bundle-count)
                 MOVE register-bundle-date
                    TO bundle-date (bundle-count)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       find-register-bundle.
           SET bundle-not-found TO TRUE.
           PERFORM test-bundle-entry
              VARYING bundle-index FROM 1 BY 1
              UNTIL bundle-index > bundle-count
                 OR bundle-found.
      *----------------------------------------------------------------
       test-bundle-entry.
           IF bundle-name (bundle-index) = register-bundle-name
              AND bundle-date (bundle-index) = register-bundle-date
              SET bundle-found TO TRUE
              MOVE bundle-index TO bundle-found-index
           END-IF.
      *----------------------------------------------------------------
       clear-bundle-cells.
           PERFORM clear-one-cell
              VARYING site-index FROM 1 BY 1
              UNTIL site-index > site-count.
      *----------------------------------------------------------------
       clear-one-cell.
           MOVE SPACES TO cell-state (bundle-index, site-index).
           MOVE ZERO   TO cell-return-code (bundle-index, site-index).
           MOVE SPACES TO cell-stamp (bundle-index, site-index).
      *----------------------------------------------------------------
      * Second pass: the cells. A SHIPPED record only marks a cell
      * nothing else has marked; an acknowledgment replaces what is
      * there unless the cell already holds a later one.
      *----------------------------------------------------------------
       fill-register-cells.
           PERFORM open-register-file.
           PERFORM read-register-for-cells UNTIL register-at-end.
           PERFORM close-register-file.
      *----------------------------------------------------------------
       read-register-for-cells.
           READ register-file
              INTO register-structure
              AT END
                 SET register-at-end TO TRUE
              NOT AT END
                 PERFORM find-register-site
                 PERFORM find-register-bundle
                 IF site-found AND bundle-found
                    PERFORM mark-register-cell
                 END-IF
           END-READ.
      *----------------------------------------------------------------
       mark-register-cell.
           MOVE register-run-date TO register-stamp (1:6).
           MOVE register-run-time TO register-stamp (7:6).
           IF register-status = "SHIPPED"
              IF cell-state (bundle-found-index, site-found-index)
                    = SPACE
                 MOVE "S" TO cell-state (bundle-found-index,
                                         site-found-index)
              END-IF
           ELSE
              IF cell-state (bundle-found-index, site-found-index)
                    = SPACE OR "S"
                 OR cell-stamp (bundle-found-index, site-found-index)
                    NOT > register-stamp
                 PERFORM mark-acknowledged-cell
              END-IF
           END-IF.
      *----------------------------------------------------------------
       mark-acknowledged-cell.
           IF register-status = "HELD"
              MOVE "H" TO cell-state (bundle-found-index,
                                      site-found-index)
           ELSE
              MOVE "A" TO cell-state (bundle-found-index,
                                      site-found-index)
           END-IF.
           MOVE register-return-code
              TO cell-return-code (bundle-found-index,
                                   site-found-index).
           MOVE register-stamp
              TO cell-stamp (bundle-found-index, site-found-index).
      *----------------------------------------------------------------
       write-matrix-panel.
           COMPUTE panel-end = panel-start + 10.
           IF panel-end > site-count
              MOVE site-count TO panel-end
           END-IF.
           MOVE SPACES TO report-record.
           WRITE report-record.
           MOVE SPACES TO report-line-work.
           MOVE "BUNDLE"  TO report-line-work (1:6).
           MOVE "BNDDATE" TO report-line-work (10:7).
           PERFORM add-site-heading
              VARYING site-index FROM panel-start BY 1
              UNTIL site-index > panel-end.
           MOVE report-line-work TO report-record.
           WRITE report-record.
           PERFORM write-matrix-row
              VARYING bundle-index FROM 1 BY 1
              UNTIL bundle-index > bundle-count.
      *----------------------------------------------------------------
       add-site-heading.
           COMPUTE cell-column = 18 + (site-index - panel-start) * 10.
           MOVE site-id (site-index)
              TO report-line-work (cell-column:8).
      *----------------------------------------------------------------
       write-matrix-row.
           MOVE SPACES TO report-line-work.
           MOVE bundle-name (bundle-index) TO report-line-work (1:8).
           MOVE bundle-date (bundle-index) TO report-line-work (10:6).
           PERFORM add-matrix-cell
              VARYING site-index FROM panel-start BY 1
              UNTIL site-index > panel-end.
           MOVE report-line-work TO report-record.
           WRITE report-record.
      *----------------------------------------------------------------
       add-matrix-cell.
           COMPUTE cell-column = 18 + (site-index - panel-start) * 10.
           EVALUATE cell-state (bundle-index, site-index)
               WHEN "A"
                  ADD 1 TO applied-cell-total
                  MOVE "APPLIED" TO report-line-work (cell-column:7)
                  IF cell-return-code (bundle-index, site-index)
                        NOT = ZERO
                     COMPUTE cell-column = cell-column + 7
                     MOVE "*" TO report-line-work (cell-column:1)
                  END-IF
               WHEN "H"
                  ADD 1 TO held-cell-total
                  MOVE "HELD" TO report-line-work (cell-column:4)
               WHEN OTHER
                  ADD 1 TO missing-cell-total
                  MOVE "NOT RCVD" TO report-line-work (cell-column:8)
           END-EVALUATE.
      *----------------------------------------------------------------
       terminate-program.
           MOVE SPACES TO report-record.
           WRITE report-record.
           MOVE SPACES TO report-record.
           STRING "APPLIED* = APPLIED WITH A NONZERO RETURN CODE - "
                  "PROTECTED MEMBERS SKIPPED OR FAILURES"
                                             DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE SPACES TO report-record.
           WRITE report-record.
           MOVE site-count TO total-edit.
           MOVE SPACES TO report-record.
           STRING "SITES  . . . . . . . . . . . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE bundle-count TO total-edit.
           MOVE SPACES TO report-record.
           STRING "BUNDLES  . . . . . . . . . . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE applied-cell-total TO total-edit.
           MOVE SPACES TO report-record.
           STRING "APPLIED  . . . . . . . . . . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE held-cell-total TO total-edit.
           MOVE SPACES TO report-record.
           STRING "HELD . . . . . . . . . . . . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE missing-cell-total TO total-edit.
           MOVE SPACES TO report-record.
           STRING "NOT RECEIVED . . . . . . . . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           IF dropped-record-total > ZERO
              MOVE dropped-record-total TO total-edit
              MOVE SPACES TO report-record
              STRING "*** RECORDS LEFT OFF THE MATRIX : "
                     DELIMITED BY SIZE
                     total-edit
                     DELIMITED BY SIZE
                INTO report-record
              END-STRING
              WRITE report-record
           END-IF.
           CLOSE report-file.
           EVALUATE TRUE
               WHEN any-command-failed
                  MOVE 1 TO RETURN-CODE
               WHEN held-cell-total > ZERO
                  MOVE 2 TO RETURN-CODE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
       log-command-result.
           IF command-return-code NOT = ZERO
              SET any-command-failed TO TRUE
              DISPLAY "BNDLMTXL *** COMMAND FAILED, RC="
                      command-return-code " CMD=" command-string
           END-IF.
