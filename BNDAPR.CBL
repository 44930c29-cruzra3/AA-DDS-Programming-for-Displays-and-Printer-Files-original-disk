       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bndaprl.

      ******************************************************************
      * Copyright (c) 1994 Duke Communications International.
      * All rights reserved.
      *
      * Bundle approval maintenance. A reviewer -- someone other
      * than whoever will apply the bundle -- reads the BNDLCMPL
      * compare report and the UNBUNDLEL *CHECK preview, then calls
      * this program with the bundle to record the decision. The
      * screen (display file BNDAPRD) shows the bundle's "T"
      * header text and date and, as a subfile, every decision
      * already recorded for that bundle name; the reviewer keys A
      * to approve or R to reject, with a comment, and presses F6.
      * F3 leaves without recording anything.
      *
      * Decisions are appended to APPROVEP in the bundle library
      * (layout BNDLAPRV), created here the first time one is
      * recorded, stamped with the reviewer's user profile and the
      * date and time, and with the date of the bundle's first "T"
      * record, so the approval covers exactly the bundle the
      * reviewer looked at. Nothing is ever changed or removed: a
      * change of mind is a new decision, and the latest one
      * counts. BNDLGATL is what UNBUNDLEL, BNDLAPYL and BNDBRWL
      * ask, and it refuses a bundle whose approver is the user
      * trying to apply it.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       file-control.
           SELECT bundle-file ASSIGN TO DATABASE-bundle
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT approval-file ASSIGN TO DATABASE-approval
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT approval-display ASSIGN TO WORKSTATION-bndaprd-SI
                              ORGANIZATION IS TRANSACTION
                              ACCESS MODE IS DYNAMIC
                              RELATIVE KEY IS subfile-rrn
                              CONTROL-AREA IS display-control-area.

      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  bundle-file.
       01  bundle-file-record           PIC X(100).

       FD  approval-file.
       01  approval-file-record         PIC X(100).

       FD  approval-display.
       01  display-record               PIC X(146).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLSTRU.
           COPY BNDLAPRV.

       01  command-string               PIC X(4096).
       01  command-string-length        PIC S9(10)V9(5) PACKED-DECIMAL
           VALUE 4096.
       01  command-return-code          PIC S9(9) BINARY.

       01  any-command-failed-switch    PIC X(1)  VALUE "N".
           88  any-command-failed           VALUE "Y".

       01  exit-program-switch          PIC X(1).
           88  exit-program             VALUE "Y".
           88  stay-in-program          VALUE "N".

       01  operator-done-switch         PIC X(1).
           88  operator-done                VALUE "Y".
           88  operator-not-done            VALUE "N".

       01  approval-eof-switch          PIC X(1).
           88  approval-at-end              VALUE "Y".
           88  approval-not-at-end          VALUE "N".

       01  approval-file-switch         PIC X(1).
           88  approval-file-present        VALUE "Y".
           88  approval-file-missing        VALUE "N".

       01  header-seen-switch           PIC X(1)  VALUE "N".
           88  header-seen                  VALUE "Y".
           88  header-not-seen              VALUE "N".

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

       01  aprsfl-data.
           02  sfbdat                   PIC X(6).
           02  sfdec                    PIC X(8).
           02  sfuser                   PIC X(10).
           02  sfdate                   PIC X(6).
           02  sftime                   PIC X(6).
           02  sfcmt                    PIC X(31).

       01  aprctl-data.
           02  ahdqual                  PIC X(19).
           02  ahdtxt                   PIC X(70).
           02  ahddat                   PIC X(6).
           02  aprdec                   PIC X(1).
           02  aprcmt                   PIC X(50).

      *----------------------------------------------------------------
      * APRCTL's input buffer holds only its two input fields, so
      * the control record is read into this and the keyed values
      * moved back into APRCTL-DATA for the next write.
      *----------------------------------------------------------------
       01  aprctl-input.
           02  keyed-decision           PIC X(1).
           02  keyed-comment            PIC X(50).

      *----------------------------------------------------------------
      * Every decision on file for this bundle name, in the order
      * they were recorded.
      *----------------------------------------------------------------
       01  decision-table.
           02  decision-entry OCCURS 200.
               03  decision-record      PIC X(100).
       01  decision-entry-count         PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  decision-entry-index         PIC S9(4) PACKED-DECIMAL.

       01  header-text-save             PIC X(72).
       01  header-date-save             PIC X(6).
       01  current-user                 PIC X(10).
       01  run-date-stamp               PIC 9(6).
       01  run-time-hundredths          PIC 9(8).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  qualified-bundle-file.
           02  bundle-file-name         PIC X(8).
           02  bundle-file-library      PIC X(10).

      ******************************************************************
       PROCEDURE DIVISION USING qualified-bundle-file.
      *----------------------------------------------------------------
       mainline.
           PERFORM initialize-program.
           PERFORM read-bundle-header UNTIL exit-program.
           PERFORM load-decision-history.
           PERFORM converse-with-reviewer.
           PERFORM terminate-program.
           GOBACK.
      *----------------------------------------------------------------
      * A reviewer signs off bundle after bundle in one session, so
      * the decision table and saved header are cleared here rather
      * than trusted to their VALUE clauses.
      *----------------------------------------------------------------
       initialize-program.
           MOVE "N" TO any-command-failed-switch.
           MOVE ZERO TO decision-entry-count.
           SET header-not-seen TO TRUE.
           MOVE SPACES TO header-text-save.
           MOVE "000000" TO header-date-save.
           MOVE SPACES TO current-user.
           CALL "RTVUSRM" USING current-user
           END-CALL.
           PERFORM open-bundle-file.
           OPEN I-O approval-display.
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
      * Only the first "T" record is wanted: its text goes on the
      * screen and its date is the one the decision is recorded
      * against, the same date BNDLGATL looks for.
      *----------------------------------------------------------------
       read-bundle-header.
           READ bundle-file
              INTO bundle-structure
              AT END
                 SET exit-program TO TRUE
              NOT AT END
                 IF record-type OF t-record = "T"
                    MOVE free-form-text OF t-record
                       TO header-text-save
                    MOVE bundle-date OF t-record
                       TO header-date-save
                    SET header-seen TO TRUE
                    SET exit-program TO TRUE
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      * No APPROVEP yet simply means no decisions yet; the file is
      * created when the first one is recorded.
      *----------------------------------------------------------------
       load-decision-history.
           PERFORM check-approval-file.
           IF approval-file-present
              PERFORM override-approval-file
              OPEN INPUT approval-file
              SET approval-not-at-end TO TRUE
              PERFORM read-approval-record UNTIL approval-at-end
              CLOSE approval-file
              PERFORM delete-approval-override
           END-IF.
      *----------------------------------------------------------------
       check-approval-file.
           MOVE SPACES TO command-string.
           STRING "CHKOBJ OBJ("              DELIMITED BY SIZE
                  bundle-file-library        DELIMITED BY SPACE
                  "/APPROVEP) OBJTYPE(*FILE)"
                                             DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code = ZERO
              SET approval-file-present TO TRUE
           ELSE
              SET approval-file-missing TO TRUE
           END-IF.
      *----------------------------------------------------------------
       override-approval-file.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(APPROVAL) TOFILE("
                                             DELIMITED BY SIZE
                  bundle-file-library        DELIMITED BY SPACE
                  "/APPROVEP)"               DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       delete-approval-override.
           MOVE "DLTOVR FILE(APPROVAL)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       read-approval-record.
           READ approval-file
              INTO approval-structure
              AT END
                 SET approval-at-end TO TRUE
              NOT AT END
                 IF approval-bundle-name = bundle-file-name
                    PERFORM store-decision-entry
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      * Past 200 decisions the oldest are the least interesting, so
      * the table slides up and the newest is kept.
      *----------------------------------------------------------------
       store-decision-entry.
           IF decision-entry-count = 200
              PERFORM slide-decision-entry
                 VARYING decision-entry-index FROM 1 BY 1
                 UNTIL decision-entry-index = 200
           ELSE
              ADD 1 TO decision-entry-count
           END-IF.
           MOVE approval-structure
              TO decision-record (decision-entry-count).
      *----------------------------------------------------------------
       slide-decision-entry.
           MOVE decision-record (decision-entry-index + 1)
              TO decision-record (decision-entry-index).
      *----------------------------------------------------------------
      * Load the subfile, then redisplay it until the reviewer
      * leaves with F3. A decision recorded with F6 is added to the
      * table and the subfile reloaded, so the reviewer sees it on
      * file before leaving.
      *----------------------------------------------------------------
       converse-with-reviewer.
           MOVE SPACES TO ahdqual.
           STRING bundle-file-library DELIMITED BY SPACE
                  "/"                 DELIMITED BY SIZE
                  bundle-file-name    DELIMITED BY SPACE
             INTO ahdqual
           END-STRING.
           MOVE header-text-save    TO ahdtxt.
           MOVE header-date-save    TO ahddat.
           MOVE SPACE  TO aprdec.
           MOVE SPACES TO aprcmt.
           MOVE B"0" TO in45.
           MOVE B"0" TO in46.
           PERFORM load-subfile.
           SET operator-not-done TO TRUE.
           PERFORM redisplay-decisions UNTIL operator-done.
      *----------------------------------------------------------------
       load-subfile.
           MOVE B"0" TO in40.
           MOVE B"0" TO in41.
           MOVE B"1" TO in42.
           MOVE B"0" TO in43.
           MOVE B"0" TO in44.
           WRITE display-record FORMAT IS "APRCTL"
              FROM aprctl-data
              INDICATORS ARE indicator-area
           END-WRITE.
           MOVE B"0" TO in42.
           PERFORM load-subfile-entry
              VARYING decision-entry-index FROM 1 BY 1
              UNTIL decision-entry-index > decision-entry-count.
           MOVE B"1" TO in43.
      *----------------------------------------------------------------
       load-subfile-entry.
           MOVE decision-record (decision-entry-index)
              TO approval-structure.
           MOVE approval-bundle-date      TO sfbdat.
           MOVE approval-decision         TO sfdec.
           MOVE approval-user             TO sfuser.
           MOVE approval-date             TO sfdate.
           MOVE approval-time             TO sftime.
           MOVE approval-comment (1:31)   TO sfcmt.
           MOVE decision-entry-index TO subfile-rrn.
           WRITE SUBFILE display-record FORMAT IS "APRSFL"
              FROM aprsfl-data
              INDICATORS ARE indicator-area
           END-WRITE.
      *----------------------------------------------------------------
      * As in BNDBRWL, an empty subfile is never displayed; the
      * footer says there is nothing on file instead.
      *----------------------------------------------------------------
       redisplay-decisions.
           IF decision-entry-count > ZERO
              MOVE B"1" TO in40
              MOVE B"0" TO in44
           ELSE
              MOVE B"0" TO in40
              MOVE B"1" TO in44
           END-IF.
           MOVE B"1" TO in41.
           WRITE display-record FORMAT IS "APRFTR"
              INDICATORS ARE indicator-area
           END-WRITE.
           WRITE display-record FORMAT IS "APRCTL"
              FROM aprctl-data
              INDICATORS ARE indicator-area
           END-WRITE.
           READ approval-display FORMAT IS "APRCTL"
              INTO aprctl-input
              INDICATORS ARE indicator-area
           END-READ.
           MOVE keyed-decision TO aprdec.
           MOVE keyed-comment  TO aprcmt.
           MOVE B"0" TO in45.
           MOVE B"0" TO in46.
           EVALUATE function-key-code
               WHEN "03"
                  SET operator-done TO TRUE
               WHEN "06"
                  IF (aprdec = "A" OR "R") AND aprcmt NOT = SPACES
                     PERFORM record-decision
                  ELSE
                     MOVE B"1" TO in46
                  END-IF
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
       record-decision.
           MOVE SPACES TO approval-structure.
           MOVE bundle-file-name   TO approval-bundle-name.
           MOVE header-date-save   TO approval-bundle-date.
           IF aprdec = "A"
              MOVE "APPROVED" TO approval-decision
           ELSE
              MOVE "REJECTED" TO approval-decision
           END-IF.
           MOVE current-user       TO approval-user.
           ACCEPT run-date-stamp FROM DATE.
           ACCEPT run-time-hundredths FROM TIME.
           MOVE run-date-stamp     TO approval-date.
           MOVE run-time-hundredths (1:6) TO approval-time.
           MOVE aprcmt             TO approval-comment.
           PERFORM check-approval-file.
           IF approval-file-missing
              PERFORM create-approval-file
           END-IF.
           PERFORM override-approval-file.
           OPEN EXTEND approval-file.
           WRITE approval-file-record FROM approval-structure.
           CLOSE approval-file.
           PERFORM delete-approval-override.
           IF any-command-failed
              DISPLAY "BNDAPRL *** DECISION MAY NOT HAVE BEEN "
                      "RECORDED - SEE JOB LOG"
           ELSE
              MOVE B"1" TO in45
              PERFORM store-decision-entry
              MOVE SPACE  TO aprdec
              MOVE SPACES TO aprcmt
              PERFORM load-subfile
           END-IF.
      *----------------------------------------------------------------
       create-approval-file.
           MOVE SPACES TO command-string.
           STRING "CRTPF FILE("           DELIMITED BY SIZE
                  bundle-file-library     DELIMITED BY SPACE
                  "/APPROVEP) RCDLEN(100)"
                                          DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       terminate-program.
           CLOSE approval-display.
           CLOSE bundle-file.
           MOVE "DLTOVR FILE(BUNDLE)" TO command-string.
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
              DISPLAY "BNDAPRL *** COMMAND FAILED, RC="
                      command-return-code " CMD=" command-string
           END-IF.
