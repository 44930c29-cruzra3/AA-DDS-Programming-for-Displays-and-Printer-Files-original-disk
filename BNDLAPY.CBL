      * 2 from UNBUNDLEL means protected members were skipped and a
      * manual merge is owed). The per-step detail stays on each
      * called program's own report as always.
      *
      * Bundles carrying "P" prerequisite records are put in order
      * first. The whole queue is read into a table, and before a
      * bundle's steps run BNDLPRQL is asked whether everything it
      * requires is already installed in its source library. When
      * a missing prerequisite is itself waiting further down the
      * queue for the same library, that bundle is pulled forward
      * and run first (and ITS prerequisites before it), then the
      * first one is asked again; the summary line of a bundle run
      * early says which bundle it was moved ahead of. A bundle
      * whose prerequisite is nowhere in the queue, or was held
      * itself, is HELD AT PREREQ with the prerequisite named.
      * Everything else keeps its place in the queue.
      *
      * A bundle whose prerequisites are met is still not run until
      * BNDLGATL confirms a second person has approved it in the
      * bundle library's APPROVEP; one that is not approved is HELD
      * AT APPROVAL with the reason, before even the compare step.
      * Ahead of the approval, BNDLTRSL confirms every segment comes
      * from a sender registered in SENDERP and carries a valid
      * authentication value; one that does not is HELD AT SENDER
      * with the reason, since no sign-off can vouch for a bundle
      * whose origin is unknown or whose contents were altered.
      *
      * Head office hears about every bundle in the queue. One that
      * reached the real apply has been acknowledged by UNBUNDLEL
      * itself; one held before that -- at PREREQ, SENDER,
      * APPROVAL, COMPARE or *CHECK -- never got that far, so once
      * the whole queue has been worked BNDLACWL is called for each
      * of them to append a HELD acknowledgment to BNDACKP in its
      * bundle library, naming the step.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           88  bundle-held                  VALUE "Y".
           88  bundle-not-held              VALUE "N".

       01  prerequisite-check-code      PIC S9(9) BINARY.
       01  prerequisite-note            PIC X(70).
       01  moved-ahead-note             PIC X(70).
       01  note-length                  PIC S9(3) PACKED-DECIMAL.
       01  note-pointer                 PIC S9(3) PACKED-DECIMAL.

      *----------------------------------------------------------------
      * The queue, read whole so entries can be run out of order.
      * An entry is PENDING until its steps have run or it has been
      * held for a prerequisite, DONE after.
      *----------------------------------------------------------------
       01  queue-table.
           02  queue-entry OCCURS 200.
               03  queue-entry-record   PIC X(80).
               03  queue-entry-state    PIC X(1).
                   88  queue-entry-pending  VALUE "P".
                   88  queue-entry-done     VALUE "D".
       01  queue-entry-count            PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  queue-entry-index            PIC S9(4) PACKED-DECIMAL.
       01  queue-search-index           PIC S9(4) PACKED-DECIMAL.
       01  queue-found-index            PIC S9(4) PACKED-DECIMAL.
       01  queue-found-switch           PIC X(1).
           88  queue-entry-found            VALUE "Y".
           88  queue-entry-not-found        VALUE "N".
       01  queue-search-bundle          PIC X(8).
       01  queue-search-library         PIC X(10).

      *----------------------------------------------------------------
      * CHASE-TARGET-INDEX is the entry being tried right now -- the
      * queue entry in hand, or a prerequisite of it pulled forward.
      * CHASE-DEPTH stops two bundles that require each other from
      * chasing one another for ever.
      *----------------------------------------------------------------
       01  chase-target-index           PIC S9(4) PACKED-DECIMAL.
       01  chase-depth                  PIC S9(4) PACKED-DECIMAL.
       01  chase-switch                 PIC X(1).
           88  chase-finished               VALUE "Y".
           88  chase-continuing             VALUE "N".
       01  missing-index                PIC S9(4) PACKED-DECIMAL.

       01  step-return-code             PIC S9(9) BINARY.
       01  step-return-code-edit        PIC -(9)9.
       01  held-step-name               PIC X(10).

      *----------------------------------------------------------------
      * Bundles held short of the apply step, acknowledged at the
      * end of the queue. ACKNOWLEDGMENT-SUMMARY is BNDLACWL's
      * parameter; see that program for the layout.
      *----------------------------------------------------------------
       01  held-ack-table.
           02  held-ack-entry OCCURS 200.
               03  held-ack-bundle      PIC X(8).
               03  held-ack-library     PIC X(10).
               03  held-ack-step        PIC X(10).
               03  held-ack-return-code PIC S9(9) BINARY.
       01  held-ack-count               PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  held-ack-index               PIC S9(4) PACKED-DECIMAL.
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
       01  acknowledgments-written-total
                                        PIC 9(5)  VALUE ZERO.

       01  bundles-applied-total        PIC 9(5)  VALUE ZERO.
       01  bundles-held-total           PIC 9(5)  VALUE ZERO.
       01  total-edit                   PIC Z(4)9.
           02  apply-bundle-library     PIC X(10).
           02  apply-restart-switch     PIC X(1).
           02  apply-mode               PIC X(10).
           02  apply-selected-from      PIC X(8).
           02  apply-selected-date      PIC X(6).
       01  apply-source-parm.
           02  apply-file-name          PIC X(10).
           02  apply-file-library       PIC X(10).
           02  apply-restart-member     PIC X(10).
           02  apply-staging-library    PIC X(10).
           02  apply-restart-file       PIC X(10).

       01  prerequisite-bundle-parm.
           02  prerequisite-bundle-name PIC X(8).
           02  prerequisite-bundle-library
                                        PIC X(10).
       01  prerequisite-source-parm.
           02  prerequisite-file-name   PIC X(10).
           02  prerequisite-file-library
                                        PIC X(10).
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
       01  approval-result.
           02  approval-status          PIC X(1).
               88  bundle-approved          VALUE "Y".
               88  bundle-not-approved      VALUE "N".
           02  approved-by              PIC X(10).
           02  approved-on              PIC X(6).
           02  approval-bundle-date-used
                                        PIC X(6).
           02  refusal-reason           PIC X(70).
       01  trust-result.
           02  trust-status             PIC X(1).
               88  bundle-trusted           VALUE "Y".
               88  bundle-not-trusted       VALUE "N".
           02  trust-sender             PIC X(8).
           02  trust-reason             PIC X(70).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  qualified-queue-file.
       mainline.
           PERFORM initialize-program.
           PERFORM read-queue-record UNTIL queue-at-end.
           PERFORM work-one-queue-entry
              VARYING queue-entry-index FROM 1 BY 1
              UNTIL queue-entry-index > queue-entry-count.
           PERFORM terminate-program.
           GOBACK.
      *----------------------------------------------------------------
           MOVE "N" TO any-command-failed-switch.
           MOVE ZERO TO bundles-applied-total.
           MOVE ZERO TO bundles-held-total.
           MOVE ZERO TO queue-entry-count.
           MOVE ZERO TO held-ack-count.
           MOVE ZERO TO acknowledgments-written-total.
           PERFORM open-queue-file.
           PERFORM open-report-file.
      *----------------------------------------------------------------
              AT END
                 SET queue-at-end TO TRUE
              NOT AT END
                 PERFORM store-queue-entry
           END-READ.
      *----------------------------------------------------------------
       store-queue-entry.
           IF queue-entry-count = 200
              SET any-command-failed TO TRUE
              DISPLAY "BNDLAPYL *** QUEUE EXCEEDS 200 BUNDLES - "
                      "EXCESS LEFT FOR THE NEXT RUN"
              SET queue-at-end TO TRUE
           ELSE
              ADD 1 TO queue-entry-count
              MOVE queue-file-record
                 TO queue-entry-record (queue-entry-count)
              SET queue-entry-pending (queue-entry-count) TO TRUE
           END-IF.
      *----------------------------------------------------------------
       work-one-queue-entry.
           IF queue-entry-pending (queue-entry-index)
              MOVE queue-entry-index TO chase-target-index
              MOVE ZERO TO chase-depth
              SET chase-continuing TO TRUE
              PERFORM chase-prerequisites UNTIL chase-finished
           END-IF.
      *----------------------------------------------------------------
      * One step of the chase: the target either runs, is swapped
      * for a queued prerequisite of its own, or is held. Whenever
      * a pulled-forward bundle has been dealt with, the chase goes
      * back to the queue entry in hand and asks again.
      *----------------------------------------------------------------
       chase-prerequisites.
           MOVE queue-entry-record (chase-target-index)
              TO queue-structure.
           PERFORM check-bundle-prerequisites.
           IF prerequisites-met
              SET queue-entry-done (chase-target-index) TO TRUE
              MOVE SPACES TO moved-ahead-note
              IF chase-target-index NOT = queue-entry-index
                 PERFORM note-moved-ahead
              END-IF
              PERFORM check-bundle-sender
              IF bundle-trusted
                 PERFORM check-bundle-approval
                 IF bundle-approved
                    PERFORM process-one-bundle
                 ELSE
                    PERFORM hold-for-approval
                 END-IF
              ELSE
                 PERFORM hold-for-sender
              END-IF
              PERFORM return-to-queue-entry
           ELSE
              PERFORM find-queued-prerequisite
              IF queue-entry-found
                 AND chase-depth < queue-entry-count
                 ADD 1 TO chase-depth
                 MOVE queue-found-index TO chase-target-index
              ELSE
                 SET queue-entry-done (chase-target-index) TO TRUE
                 PERFORM hold-for-prerequisite
                 PERFORM return-to-queue-entry
              END-IF
           END-IF.
      *----------------------------------------------------------------
       return-to-queue-entry.
           IF chase-target-index = queue-entry-index
              SET chase-finished TO TRUE
           ELSE
              MOVE queue-entry-index TO chase-target-index
              MOVE ZERO TO chase-depth
           END-IF.
      *----------------------------------------------------------------
      * A checker that could not finish counts as a missing
      * prerequisite with nothing named, so the bundle is held
      * rather than applied on a guess.
      *----------------------------------------------------------------
       check-bundle-prerequisites.
           MOVE queue-bundle-name    TO prerequisite-bundle-name.
           MOVE queue-bundle-library TO prerequisite-bundle-library.
           MOVE queue-source-file    TO prerequisite-file-name.
           MOVE queue-source-library TO prerequisite-file-library.
           CALL "BNDLPRQL" USING prerequisite-bundle-parm
                                 prerequisite-source-parm
                                 prerequisite-result
           END-CALL.
           MOVE RETURN-CODE TO prerequisite-check-code.
           MOVE 0 TO RETURN-CODE.
           IF prerequisite-check-code NOT = ZERO
              SET prerequisites-missing TO TRUE
              MOVE ZERO TO missing-count
           END-IF.
      *----------------------------------------------------------------
      * A checker that could not finish holds the bundle too.
      *----------------------------------------------------------------
       check-bundle-sender.
           MOVE queue-bundle-name    TO prerequisite-bundle-name.
           MOVE queue-bundle-library TO prerequisite-bundle-library.
           CALL "BNDLTRSL" USING prerequisite-bundle-parm
                                 trust-result
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              SET bundle-not-trusted TO TRUE
           END-IF.
           MOVE 0 TO RETURN-CODE.
      *----------------------------------------------------------------
       hold-for-sender.
           SET bundle-held TO TRUE.
           MOVE "SENDER" TO held-step-name.
           MOVE ZERO TO step-return-code.
           MOVE trust-reason TO prerequisite-note.
           PERFORM write-bundle-summary-line.
      *----------------------------------------------------------------
       check-bundle-approval.
           MOVE queue-bundle-name    TO prerequisite-bundle-name.
           MOVE queue-bundle-library TO prerequisite-bundle-library.
           CALL "BNDLGATL" USING prerequisite-bundle-parm
                                 approval-result
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              SET bundle-not-approved TO TRUE
           END-IF.
           MOVE 0 TO RETURN-CODE.
      *----------------------------------------------------------------
       hold-for-approval.
           SET bundle-held TO TRUE.
           MOVE "APPROVAL" TO held-step-name.
           MOVE ZERO TO step-return-code.
           MOVE refusal-reason TO prerequisite-note.
           PERFORM write-bundle-summary-line.
      *----------------------------------------------------------------
      * Only a bundle still waiting in the queue for the SAME source
      * library can be pulled forward -- prerequisites are judged
      * per library.
      *----------------------------------------------------------------
       find-queued-prerequisite.
           SET queue-entry-not-found TO TRUE.
           MOVE queue-source-library TO queue-search-library.
           PERFORM find-pending-for-missing
              VARYING missing-index FROM 1 BY 1
              UNTIL missing-index > missing-count
                 OR queue-entry-found.
      *----------------------------------------------------------------
       find-pending-for-missing.
           IF missing-bundle (missing-index) NOT = SPACES
              MOVE missing-bundle (missing-index)
                 TO queue-search-bundle
              PERFORM test-pending-entry
                 VARYING queue-search-index FROM 1 BY 1
                 UNTIL queue-search-index > queue-entry-count
                    OR queue-entry-found
           END-IF.
      *----------------------------------------------------------------
       test-pending-entry.
           IF queue-entry-pending (queue-search-index)
              AND queue-search-index NOT = chase-target-index
              AND queue-entry-record (queue-search-index) (1:8) =
                  queue-search-bundle
              AND queue-entry-record (queue-search-index) (32:10) =
                  queue-search-library
              SET queue-entry-found TO TRUE
              MOVE queue-search-index TO queue-found-index
           END-IF.
      *----------------------------------------------------------------
       note-moved-ahead.
           STRING "RUN AHEAD OF "            DELIMITED BY SIZE
                  queue-entry-record (queue-entry-index) (1:8)
                                             DELIMITED BY SPACE
                  " WHICH REQUIRES IT"       DELIMITED BY SIZE
             INTO moved-ahead-note
           END-STRING.
      *----------------------------------------------------------------
      * The summary line names the first missing prerequisite, and
      * whether it is simply not installed or was itself held in
      * this queue; the full list is on a *CHECK preview.
      *----------------------------------------------------------------
       hold-for-prerequisite.
           SET bundle-held TO TRUE.
           MOVE "PREREQ" TO held-step-name.
           MOVE ZERO TO step-return-code.
           MOVE SPACES TO prerequisite-note.
           MOVE SPACES TO moved-ahead-note.
           IF chase-target-index NOT = queue-entry-index
              PERFORM note-moved-ahead
           END-IF.
           EVALUATE TRUE
               WHEN prerequisite-check-code NOT = ZERO
                  MOVE "PREREQUISITE CHECK FAILED - SEE JOB LOG"
                     TO prerequisite-note
               WHEN missing-count = ZERO
                  MOVE "PREREQUISITES MISSING" TO prerequisite-note
               WHEN missing-bundle (1) NOT = SPACES
                  PERFORM describe-missing-bundle
               WHEN OTHER
                  STRING "REQUIRES RELEASE "  DELIMITED BY SIZE
                         missing-release (1)  DELIMITED BY SPACE
                         " - LIBRARY AT "     DELIMITED BY SIZE
                         installed-release-level
                                              DELIMITED BY SIZE
                    INTO prerequisite-note
                  END-STRING
           END-EVALUATE.
           PERFORM write-bundle-summary-line.
      *----------------------------------------------------------------
       describe-missing-bundle.
           MOVE missing-bundle (1)   TO queue-search-bundle.
           MOVE queue-source-library TO queue-search-library.
           SET queue-entry-not-found TO TRUE.
           PERFORM test-queued-entry
              VARYING queue-search-index FROM 1 BY 1
              UNTIL queue-search-index > queue-entry-count
                 OR queue-entry-found.
           IF queue-entry-found
              STRING "REQUIRES "             DELIMITED BY SIZE
                     missing-bundle (1)      DELIMITED BY SPACE
                     " - HELD IN THIS QUEUE" DELIMITED BY SIZE
                INTO prerequisite-note
              END-STRING
           ELSE
              STRING "REQUIRES "             DELIMITED BY SIZE
                     missing-bundle (1)      DELIMITED BY SPACE
                     " - NOT INSTALLED OR QUEUED"
                                             DELIMITED BY SIZE
                INTO prerequisite-note
              END-STRING
           END-IF.
      *----------------------------------------------------------------
       test-queued-entry.
           IF queue-entry-record (queue-search-index) (1:8) =
                 queue-search-bundle
              AND queue-entry-record (queue-search-index) (32:10) =
                  queue-search-library
              SET queue-entry-found TO TRUE
           END-IF.
      *----------------------------------------------------------------
      * Three steps in the order an operator runs them by hand;
      * each one is skipped the moment an earlier one ends
           MOVE queue-bundle-library  TO apply-bundle-library.
           MOVE "N"                   TO apply-restart-switch.
           MOVE SPACES                TO apply-mode.
           MOVE SPACES                TO apply-selected-from.
           MOVE SPACES                TO apply-selected-date.
           MOVE queue-source-file     TO apply-file-name.
           MOVE queue-source-library  TO apply-file-library.
           MOVE SPACES                TO apply-restart-member.
           MOVE queue-staging-library TO apply-staging-library.
           MOVE SPACES                TO apply-restart-file.
      *----------------------------------------------------------------
       write-bundle-summary-line.
           MOVE SPACES TO report-line-work.
              MOVE step-return-code TO step-return-code-edit
              MOVE "HELD AT"        TO report-line-work (32:7)
              MOVE held-step-name   TO report-line-work (40:10)
              IF held-step-name = "PREREQ" OR "APPROVAL" OR "SENDER"
                 MOVE prerequisite-note TO report-line-work (51:70)
                 IF moved-ahead-note NOT = SPACES
                    PERFORM append-moved-ahead-note
                 END-IF
              ELSE
                 MOVE "RC="            TO report-line-work (51:3)
                 MOVE step-return-code-edit
                    TO report-line-work (54:10)
                 MOVE moved-ahead-note TO report-line-work (65:68)
              END-IF
              IF held-step-name NOT = "APPLY"
                 PERFORM note-held-acknowledgment
              END-IF
           ELSE
              ADD 1 TO bundles-applied-total
              MOVE "APPLIED" TO report-line-work (32:7)
              MOVE moved-ahead-note TO report-line-work (65:68)
           END-IF.
           MOVE report-line-work TO report-record.
           WRITE report-record.
      *----------------------------------------------------------------
      * A bundle pulled forward and then held says so after the
      * reason it was held, as far as the line has room.
      *----------------------------------------------------------------
       append-moved-ahead-note.
           PERFORM scan-note-for-trailing-space
              VARYING note-length FROM 70 BY -1
              UNTIL note-length < 1
                 OR prerequisite-note (note-length:1) NOT = SPACE.
           COMPUTE note-pointer = 51 + note-length.
           STRING " - "                      DELIMITED BY SIZE
                  moved-ahead-note           DELIMITED BY SIZE
             INTO report-line-work
             WITH POINTER note-pointer
           END-STRING.
      *----------------------------------------------------------------
       scan-note-for-trailing-space.
           CONTINUE.
      *----------------------------------------------------------------
       note-held-acknowledgment.
           ADD 1 TO held-ack-count.
           MOVE queue-bundle-name
              TO held-ack-bundle (held-ack-count).
           MOVE queue-bundle-library
              TO held-ack-library (held-ack-count).
           MOVE held-step-name       TO held-ack-step (held-ack-count).
           MOVE step-return-code
              TO held-ack-return-code (held-ack-count).
      *----------------------------------------------------------------
       send-held-acknowledgment.
           MOVE held-ack-bundle (held-ack-index)
              TO prerequisite-bundle-name.
           MOVE held-ack-library (held-ack-index)
              TO prerequisite-bundle-library.
           MOVE "HELD" TO summary-status.
           MOVE held-ack-return-code (held-ack-index)
              TO summary-return-code.
           MOVE SPACES TO summary-detail.
           STRING "HELD AT "                 DELIMITED BY SIZE
                  held-ack-step (held-ack-index)
                                             DELIMITED BY SPACE
             INTO summary-detail
           END-STRING.
           MOVE ZERO TO summary-entry-count.
           MOVE ZERO TO summary-series-count.
           CALL "BNDLACWL" USING prerequisite-bundle-parm
                                 acknowledgment-summary
           END-CALL.
           IF RETURN-CODE = ZERO
              ADD 1 TO acknowledgments-written-total
           ELSE
              SET any-command-failed TO TRUE
              DISPLAY "BNDLAPYL *** ACKNOWLEDGMENT NOT WRITTEN FOR "
                      held-ack-bundle (held-ack-index)
           END-IF.
           MOVE 0 TO RETURN-CODE.
      *----------------------------------------------------------------
       terminate-program.
           PERFORM send-held-acknowledgment
              VARYING held-ack-index FROM 1 BY 1
              UNTIL held-ack-index > held-ack-count.
           CLOSE queue-file.
           MOVE "DLTOVR FILE(APPLYQUE)" TO command-string.
           CALL "CMDEXCM" USING command-string
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE acknowledgments-written-total TO total-edit.
           MOVE SPACES TO report-record.
           STRING "HELD ACKNOWLEDGMENTS WRITTEN : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           CLOSE report-file.
           IF any-command-failed
              MOVE 1 TO RETURN-CODE
