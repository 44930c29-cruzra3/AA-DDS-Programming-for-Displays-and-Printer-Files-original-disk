       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bndlgatl.

      ******************************************************************
      * Copyright (c) 1994 Duke Communications International.
      * All rights reserved.
      *
      * Approval gate for a bundle. Tells the caller whether a
      * second person has signed the bundle off for production, and
      * if not, why not. UNBUNDLEL calls it before any real apply,
      * BNDLAPYL before it runs a queued bundle's steps, and
      * BNDBRWL before it extracts a selection; a *CHECK preview
      * needs no approval, since reading the preview is part of
      * what the reviewer does before deciding.
      *
      * The decisions are in APPROVEP in the bundle library (layout
      * BNDLAPRV), keyed in through BNDAPRL. Only records for this
      * bundle name AND the date on its first "T" record count, so
      * a bundle rebuilt under the same name is not covered by the
      * old one's sign-off; the latest such record decides. A
      * bundle is approved when that record says APPROVED and the
      * user who approved it is not the user running this job --
      * the reviewer cannot also be the one who applies.
      *
      * The answer goes back in APPROVAL-RESULT: the status, the
      * approver, the date of the decision, the bundle date looked
      * for, and a one-line reason when the bundle is refused.
      * Return code 1 means a command failed; the status is then
      * always "not approved".
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

      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  bundle-file.
       01  bundle-file-record           PIC X(100).

       FD  approval-file.
       01  approval-file-record         PIC X(100).
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

       01  approval-eof-switch          PIC X(1).
           88  approval-at-end              VALUE "Y".
           88  approval-not-at-end          VALUE "N".

       01  approval-file-switch         PIC X(1).
           88  approval-file-present        VALUE "Y".
           88  approval-file-missing        VALUE "N".

       01  decision-found-switch        PIC X(1).
           88  decision-found               VALUE "Y".
           88  decision-not-found           VALUE "N".

       01  current-user                 PIC X(10).

      *----------------------------------------------------------------
      * The latest decision on file for this bundle and date.
      *----------------------------------------------------------------
       01  latest-decision              PIC X(8).
       01  latest-user                  PIC X(10).
       01  latest-date                  PIC X(6).
       01  latest-comment               PIC X(50).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  qualified-bundle-file.
           02  bundle-file-name         PIC X(8).
           02  bundle-file-library      PIC X(10).
       01  approval-result.
           02  approval-status          PIC X(1).
               88  bundle-approved          VALUE "Y".
               88  bundle-not-approved      VALUE "N".
           02  approved-by              PIC X(10).
           02  approved-on              PIC X(6).
           02  approval-bundle-date-used
                                        PIC X(6).
           02  refusal-reason           PIC X(70).

      ******************************************************************
       PROCEDURE DIVISION USING qualified-bundle-file
                                approval-result.
      *----------------------------------------------------------------
       mainline.
           PERFORM initialize-program.
           PERFORM find-bundle-date.
           PERFORM check-approval-file.
           IF approval-file-present
              PERFORM read-approval-file
           END-IF.
           PERFORM decide-approval.
           PERFORM terminate-program.
           GOBACK.
      *----------------------------------------------------------------
      * Called once per bundle, many times a night by BNDLAPYL, with
      * no CANCEL in between; every result and switch is cleared.
      *----------------------------------------------------------------
       initialize-program.
           MOVE "N" TO any-command-failed-switch.
           SET bundle-not-approved TO TRUE.
           MOVE SPACES TO approved-by.
           MOVE SPACES TO approved-on.
           MOVE "000000" TO approval-bundle-date-used.
           MOVE SPACES TO refusal-reason.
           SET decision-not-found TO TRUE.
           MOVE SPACES TO latest-decision.
           MOVE SPACES TO latest-user.
           MOVE SPACES TO latest-date.
           MOVE SPACES TO latest-comment.
           MOVE SPACES TO current-user.
           CALL "RTVUSRM" USING current-user
           END-CALL.
      *----------------------------------------------------------------
      * The first "T" record's date is the one the bundle is known
      * by; it is the date BNDAPRL shows the reviewer and stamps on
      * the decision.
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
                       TO approval-bundle-date-used
                    SET exit-program TO TRUE
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      * No APPROVEP in the bundle library simply means nobody has
      * approved anything there yet.
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
       read-approval-file.
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
           OPEN INPUT approval-file.
           SET approval-not-at-end TO TRUE.
           PERFORM read-approval-record UNTIL approval-at-end.
           CLOSE approval-file.
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
                 PERFORM note-approval-record
           END-READ.
      *----------------------------------------------------------------
      * The file is in the order the decisions were keyed, so each
      * matching record simply replaces the one before it.
      *----------------------------------------------------------------
       note-approval-record.
           IF approval-bundle-name = bundle-file-name
              AND approval-bundle-date = approval-bundle-date-used
              SET decision-found TO TRUE
              MOVE approval-decision TO latest-decision
              MOVE approval-user     TO latest-user
              MOVE approval-date     TO latest-date
              MOVE approval-comment  TO latest-comment
           END-IF.
      *----------------------------------------------------------------
       decide-approval.
           EVALUATE TRUE
               WHEN any-command-failed
                  MOVE "APPROVAL CHECK DID NOT COMPLETE - SEE JOB LOG"
                     TO refusal-reason
               WHEN current-user = SPACES
                  MOVE "CURRENT USER COULD NOT BE RETRIEVED"
                     TO refusal-reason
               WHEN approval-file-missing
                  STRING "NOT APPROVED - NO APPROVEP IN "
                                             DELIMITED BY SIZE
                         bundle-file-library DELIMITED BY SPACE
                    INTO refusal-reason
                  END-STRING
               WHEN decision-not-found
                  STRING "NOT APPROVED - NO DECISION RECORDED FOR "
                                             DELIMITED BY SIZE
                         "BUNDLE DATE "      DELIMITED BY SIZE
                         approval-bundle-date-used
                                             DELIMITED BY SIZE
                    INTO refusal-reason
                  END-STRING
               WHEN latest-decision = "REJECTED"
                  STRING "REJECTED BY "      DELIMITED BY SIZE
                         latest-user         DELIMITED BY SPACE
                         " ON "              DELIMITED BY SIZE
                         latest-date         DELIMITED BY SIZE
                         ": "                DELIMITED BY SIZE
                         latest-comment      DELIMITED BY SIZE
                    INTO refusal-reason
                  END-STRING
               WHEN latest-decision NOT = "APPROVED"
                  MOVE "NOT APPROVED - LATEST DECISION UNREADABLE"
                     TO refusal-reason
               WHEN latest-user = current-user
                  STRING "APPROVED BY "      DELIMITED BY SIZE
                         latest-user         DELIMITED BY SPACE
                         " - THE APPROVER MAY NOT ALSO APPLY IT"
                                             DELIMITED BY SIZE
                    INTO refusal-reason
                  END-STRING
               WHEN OTHER
                  SET bundle-approved TO TRUE
                  MOVE latest-user TO approved-by
                  MOVE latest-date TO approved-on
           END-EVALUATE.
      *----------------------------------------------------------------
       terminate-program.
           IF any-command-failed
              MOVE 1 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------
       log-command-result.
           IF command-return-code NOT = ZERO
              SET any-command-failed TO TRUE
              DISPLAY "BNDLGATL *** COMMAND FAILED, RC="
                      command-return-code " CMD=" command-string
           END-IF.
