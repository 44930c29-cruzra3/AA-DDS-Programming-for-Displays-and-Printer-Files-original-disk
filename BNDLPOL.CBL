       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bndlpoll.

      ******************************************************************
      * Copyright (c) 1994 Duke Communications International.
      * All rights reserved.
      *
      * Command-policy check. A "C" record's text goes to QCMDEXC
      * exactly as the bundle wrote it, so before any compile is
      * run the command -- after the LLLLLLLLLL/FFFFFFFFFF
      * substitution -- is held up against CMDPOLP on the library
      * list (layout BNDLCPOL): its verb has to be one the policy
      * allows for the member's source type, and none of the
      * parameters the policy restricts for that verb may name a
      * library other than the one the bundle is applied to.
      * UNBUNDLEL calls it for the deferred compile phase and the
      * *CHECK preview, BNDLRCML for the compiles it re-runs and
      * BNDLIMPL for its *COMPILE mode.
      *
      * The parameters are read the way the command analyzer reads
      * them: keyword, then the value in parentheses, nested
      * parentheses and quoted strings taken as part of the value.
      * A parameter given positionally could not be told apart from
      * any other, so every parameter after the verb has to be in
      * keyword form. A restricted parameter may not be quoted,
      * since a quoted name would slip past the library test, and a
      * verb qualified with anything but QSYS is not the command the
      * policy allowed. The policy is read afresh on every call, so
      * a change to CMDPOLP applies from the next command on.
      *
      * The answer goes back in COMMAND-CHECK: allowed or refused,
      * and for a refusal a short code (NOPOLICY, VERB, POSITION,
      * QUOTED, LIBRARY, SYNTAX) for the history record's detail
      * field and a one-line reason for the report. The first
      * finding is the one reported. Return code 1 means a command
      * failed; the command is then always refused.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       file-control.
           SELECT policy-file ASSIGN TO DATABASE-cmdpol
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  policy-file.
       01  policy-file-record           PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLCPOL.

       01  command-string               PIC X(4096).
       01  command-string-length        PIC S9(10)V9(5) PACKED-DECIMAL
           VALUE 4096.
       01  command-return-code          PIC S9(9) BINARY.

       01  any-command-failed-switch    PIC X(1)  VALUE "N".
           88  any-command-failed           VALUE "Y".

       01  refusal-switch               PIC X(1).
           88  refusal-found                VALUE "Y".
           88  no-refusal-yet               VALUE "N".

       01  policy-eof-switch            PIC X(1).
           88  policy-at-end                VALUE "Y".
           88  policy-not-at-end            VALUE "N".

       01  verb-found-switch            PIC X(1).
           88  verb-allowed                 VALUE "Y".
           88  verb-not-allowed             VALUE "N".

       01  library-switch               PIC X(1).
           88  library-allowed              VALUE "Y".
           88  library-not-allowed          VALUE "N".

       01  scan-state-switch            PIC X(1).
           88  between-parameters           VALUE "B".
           88  in-keyword                   VALUE "K".
           88  in-value                     VALUE "V".

       01  quote-switch                 PIC X(1).
           88  in-quote                     VALUE "Y".
           88  out-of-quote                 VALUE "N".

       01  value-kind                   PIC X(1).
           88  value-unrestricted           VALUE "N".
           88  value-qualified-names        VALUE "Q".
           88  value-library-name           VALUE "L".

      *----------------------------------------------------------------
      * The verbs the policy allows for this source type, each with
      * the parameters its record restricts.
      *----------------------------------------------------------------
       01  allowed-verb-table.
           02  allowed-verb-entry OCCURS 100.
               03  allowed-verb         PIC X(10).
               03  allowed-restricted-entry OCCURS 6.
                   04  allowed-restricted-parm PIC X(10).
                   04  allowed-restricted-kind PIC X(1).
       01  allowed-verb-count           PIC S9(4) PACKED-DECIMAL.
       01  allowed-verb-index           PIC S9(4) PACKED-DECIMAL.
       01  allowed-parm-index           PIC S9(4) PACKED-DECIMAL.

      *----------------------------------------------------------------
      * The restricted parameters of every record allowing the verb
      * this command uses, gathered into one list.
      *----------------------------------------------------------------
       01  restricted-parm-table.
           02  restricted-parm-entry OCCURS 60.
               03  restricted-parm      PIC X(10).
               03  restricted-kind      PIC X(1).
       01  restricted-parm-count        PIC S9(4) PACKED-DECIMAL.
       01  restricted-parm-index        PIC S9(4) PACKED-DECIMAL.

       01  policy-command-work          PIC X(4096).
       01  command-end                  PIC S9(4) PACKED-DECIMAL.
       01  scan-position                PIC S9(4) PACKED-DECIMAL.
       01  scan-char                    PIC X(1).
       01  parameter-start              PIC S9(4) PACKED-DECIMAL.
       01  verb-start                   PIC S9(4) PACKED-DECIMAL.
       01  verb-length                  PIC S9(4) PACKED-DECIMAL.
       01  verb-work                    PIC X(10).
       01  paren-depth                  PIC S9(4) PACKED-DECIMAL.
       01  keyword-start                PIC S9(4) PACKED-DECIMAL.
       01  keyword-length               PIC S9(4) PACKED-DECIMAL.
       01  keyword-work                 PIC X(10).
       01  token-start                  PIC S9(4) PACKED-DECIMAL.
       01  token-length                 PIC S9(4) PACKED-DECIMAL.
       01  token-work                   PIC X(64).
       01  qualifier-length             PIC S9(4) PACKED-DECIMAL.
       01  qualifier-work               PIC X(10).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  command-check.
           02  command-check-type       PIC X(10).
           02  command-check-library    PIC X(10).
           02  command-check-verdict    PIC X(1).
               88  command-allowed          VALUE "A".
               88  command-refused          VALUE "R".
           02  command-check-code       PIC X(10).
           02  command-check-reason     PIC X(70).
       01  command-text                 PIC X(4096).

      ******************************************************************
       PROCEDURE DIVISION USING command-check
                                command-text.
      *----------------------------------------------------------------
       mainline.
           PERFORM initialize-program.
           PERFORM load-command-policy.
           IF no-refusal-yet
              PERFORM isolate-command-verb
           END-IF.
           IF no-refusal-yet
              PERFORM find-allowed-verb
           END-IF.
           IF no-refusal-yet
              PERFORM scan-command-parameters
           END-IF.
           PERFORM terminate-program.
           GOBACK.
      *----------------------------------------------------------------
      * Called once per compile command with no CANCEL in between.
      * The command is looked at through an upper-case copy, since
      * the command analyzer does not care about case either.
      *----------------------------------------------------------------
       initialize-program.
           MOVE "N" TO any-command-failed-switch.
           SET no-refusal-yet TO TRUE.
           SET command-refused TO TRUE.
           MOVE SPACES TO command-check-code.
           MOVE SPACES TO command-check-reason.
           MOVE ZERO TO allowed-verb-count.
           MOVE ZERO TO restricted-parm-count.
           MOVE command-text TO policy-command-work.
           INSPECT policy-command-work
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *----------------------------------------------------------------
       load-command-policy.
           MOVE "CHKOBJ OBJ(*LIBL/CMDPOLP) OBJTYPE(*FILE)"
              TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code = ZERO
              PERFORM read-policy-file
           ELSE
              SET refusal-found TO TRUE
              MOVE "NOPOLICY" TO command-check-code
              MOVE "NO COMMAND POLICY (CMDPOLP) ON THE LIBRARY LIST"
                 TO command-check-reason
           END-IF.
      *----------------------------------------------------------------
       read-policy-file.
           MOVE "OVRDBF FILE(CMDPOL) TOFILE(*LIBL/CMDPOLP)"
              TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN INPUT policy-file.
           SET policy-not-at-end TO TRUE.
           PERFORM read-policy-record UNTIL policy-at-end.
           CLOSE policy-file.
           MOVE "DLTOVR FILE(CMDPOL)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           IF any-command-failed
              SET refusal-found TO TRUE
              MOVE "NOPOLICY" TO command-check-code
              MOVE "COMMAND POLICY COULD NOT BE READ - SEE JOB LOG"
                 TO command-check-reason
           END-IF.
      *----------------------------------------------------------------
       read-policy-record.
           READ policy-file
              INTO policy-structure
              AT END
                 SET policy-at-end TO TRUE
              NOT AT END
                 PERFORM note-policy-record
           END-READ.
      *----------------------------------------------------------------
       note-policy-record.
           IF policy-source-type = command-check-type
              OR policy-source-type = "*ALL"
              IF allowed-verb-count = 100
                 DISPLAY "BNDLPOLL *** MORE THAN 100 POLICY ENTRIES "
                         "FOR SOURCE TYPE " command-check-type
                         " - EXCESS IGNORED"
                 SET policy-at-end TO TRUE
              ELSE
                 ADD 1 TO allowed-verb-count
                 MOVE policy-command-verb
                    TO allowed-verb (allowed-verb-count)
                 PERFORM store-restricted-parm
                    VARYING allowed-parm-index FROM 1 BY 1
                    UNTIL allowed-parm-index > 6
              END-IF
           END-IF.
      *----------------------------------------------------------------
       store-restricted-parm.
           MOVE policy-restricted-parm (allowed-parm-index)
              TO allowed-restricted-parm
                    (allowed-verb-count allowed-parm-index).
           MOVE policy-restricted-kind (allowed-parm-index)
              TO allowed-restricted-kind
                    (allowed-verb-count allowed-parm-index).
      *----------------------------------------------------------------
      * The verb is the first word of the command. QSYS/ in front
      * of it is the same command; any other library in front of
      * it is not, and will not match anything the policy allows.
      *----------------------------------------------------------------
       isolate-command-verb.
           IF policy-command-work = SPACES
              SET refusal-found TO TRUE
              MOVE "SYNTAX" TO command-check-code
              MOVE "NO COMMAND TEXT" TO command-check-reason
           ELSE
              PERFORM advance-scan
                 VARYING command-end FROM 4096 BY -1
                 UNTIL policy-command-work (command-end:1)
                    NOT = SPACE
              PERFORM advance-scan
                 VARYING verb-start FROM 1 BY 1
                 UNTIL policy-command-work (verb-start:1)
                    NOT = SPACE
              PERFORM advance-scan
                 VARYING parameter-start FROM verb-start BY 1
                 UNTIL parameter-start > command-end
                    OR policy-command-work (parameter-start:1)
                       = SPACE
              COMPUTE verb-length = parameter-start - verb-start
              IF verb-length > 5
                 AND policy-command-work (verb-start:5) = "QSYS/"
                 ADD 5 TO verb-start
                 SUBTRACT 5 FROM verb-length
              END-IF
              MOVE SPACES TO verb-work
              IF verb-length > 10
                 SET refusal-found TO TRUE
                 MOVE "VERB" TO command-check-code
                 MOVE "COMMAND VERB IS NOT A COMMAND NAME"
                    TO command-check-reason
              ELSE
                 MOVE policy-command-work (verb-start:verb-length)
                    TO verb-work
              END-IF
           END-IF.
      *----------------------------------------------------------------
       advance-scan.
           CONTINUE.
      *----------------------------------------------------------------
      * Every record allowing the verb is looked at, not just the
      * first, so that each one's restricted parameters count.
      *----------------------------------------------------------------
       find-allowed-verb.
           SET verb-not-allowed TO TRUE.
           PERFORM test-allowed-verb
              VARYING allowed-verb-index FROM 1 BY 1
              UNTIL allowed-verb-index > allowed-verb-count.
           IF verb-not-allowed
              SET refusal-found TO TRUE
              MOVE "VERB" TO command-check-code
              STRING verb-work              DELIMITED BY SPACE
                     " IS NOT ALLOWED FOR SOURCE TYPE "
                                            DELIMITED BY SIZE
                     command-check-type     DELIMITED BY SPACE
                INTO command-check-reason
              END-STRING
           END-IF.
      *----------------------------------------------------------------
       test-allowed-verb.
           IF allowed-verb (allowed-verb-index) = verb-work
              SET verb-allowed TO TRUE
              PERFORM collect-restricted-parm
                 VARYING allowed-parm-index FROM 1 BY 1
                 UNTIL allowed-parm-index > 6
           END-IF.
      *----------------------------------------------------------------
       collect-restricted-parm.
           IF allowed-restricted-parm
                 (allowed-verb-index allowed-parm-index) NOT = SPACES
              AND restricted-parm-count < 60
              ADD 1 TO restricted-parm-count
              MOVE allowed-restricted-parm
                    (allowed-verb-index allowed-parm-index)
                 TO restricted-parm (restricted-parm-count)
              IF allowed-restricted-kind
                    (allowed-verb-index allowed-parm-index) = "L"
                 MOVE "L" TO restricted-kind (restricted-parm-count)
              ELSE
                 MOVE "Q" TO restricted-kind (restricted-parm-count)
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * One pass over the text after the verb, a character at a
      * time: between parameters, in a keyword, or in a value. A
      * value is cut into words at blanks and parentheses, and each
      * word of a restricted parameter's value is judged as it
      * ends. The scan has to finish between parameters; anywhere
      * else the command is not well formed.
      *----------------------------------------------------------------
       scan-command-parameters.
           SET between-parameters TO TRUE.
           SET out-of-quote TO TRUE.
           SET value-unrestricted TO TRUE.
           MOVE ZERO TO paren-depth.
           MOVE ZERO TO token-start.
           PERFORM scan-command-character
              VARYING scan-position FROM parameter-start BY 1
              UNTIL scan-position > command-end
                 OR refusal-found.
           IF no-refusal-yet
              EVALUATE TRUE
                  WHEN in-keyword
                     PERFORM refuse-positional-parameter
                  WHEN in-value
                     SET refusal-found TO TRUE
                     MOVE "SYNTAX" TO command-check-code
                     MOVE "UNBALANCED PARENTHESES OR QUOTES IN COMMAND"
                        TO command-check-reason
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
       scan-command-character.
           MOVE policy-command-work (scan-position:1) TO scan-char.
           EVALUATE TRUE
               WHEN between-parameters
                  PERFORM scan-between-parameters
               WHEN in-keyword
                  PERFORM scan-keyword-character
               WHEN OTHER
                  PERFORM scan-value-character
           END-EVALUATE.
      *----------------------------------------------------------------
       scan-between-parameters.
           EVALUATE scan-char
               WHEN SPACE
                  CONTINUE
               WHEN "("
               WHEN ")"
               WHEN "'"
                  PERFORM refuse-positional-parameter
               WHEN OTHER
                  SET in-keyword TO TRUE
                  MOVE scan-position TO keyword-start
           END-EVALUATE.
      *----------------------------------------------------------------
       scan-keyword-character.
           EVALUATE scan-char
               WHEN "("
                  PERFORM start-parameter-value
               WHEN SPACE
               WHEN ")"
               WHEN "'"
                  PERFORM refuse-positional-parameter
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
       start-parameter-value.
           COMPUTE keyword-length = scan-position - keyword-start.
           IF keyword-length > 10
              SET refusal-found TO TRUE
              MOVE "SYNTAX" TO command-check-code
              MOVE "PARAMETER KEYWORD LONGER THAN 10 CHARACTERS"
                 TO command-check-reason
           ELSE
              MOVE SPACES TO keyword-work
              MOVE policy-command-work (keyword-start:keyword-length)
                 TO keyword-work
              SET value-unrestricted TO TRUE
              PERFORM test-restricted-parm
                 VARYING restricted-parm-index FROM 1 BY 1
                 UNTIL restricted-parm-index > restricted-parm-count
              SET in-value TO TRUE
              MOVE 1 TO paren-depth
              MOVE ZERO TO token-start
           END-IF.
      *----------------------------------------------------------------
       test-restricted-parm.
           IF restricted-parm (restricted-parm-index) = keyword-work
              MOVE restricted-kind (restricted-parm-index)
                 TO value-kind
           END-IF.
      *----------------------------------------------------------------
       scan-value-character.
           IF in-quote
              IF scan-char = "'"
                 SET out-of-quote TO TRUE
              END-IF
           ELSE
              EVALUATE scan-char
                  WHEN "'"
                     PERFORM start-quoted-string
                  WHEN SPACE
                     PERFORM end-value-token
                  WHEN "("
                     PERFORM end-value-token
                     ADD 1 TO paren-depth
                  WHEN ")"
                     PERFORM end-value-token
                     SUBTRACT 1 FROM paren-depth
                     IF paren-depth = ZERO
                        SET between-parameters TO TRUE
                        SET value-unrestricted TO TRUE
                     END-IF
                  WHEN OTHER
                     IF token-start = ZERO
                        MOVE scan-position TO token-start
                     END-IF
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
       start-quoted-string.
           IF value-unrestricted
              SET in-quote TO TRUE
           ELSE
              SET refusal-found TO TRUE
              MOVE "QUOTED" TO command-check-code
              STRING keyword-work           DELIMITED BY SPACE
                     " IS RESTRICTED AND MAY NOT BE A QUOTED STRING"
                                            DELIMITED BY SIZE
                INTO command-check-reason
              END-STRING
           END-IF.
      *----------------------------------------------------------------
       end-value-token.
           IF token-start > ZERO
              IF NOT value-unrestricted
                 COMPUTE token-length = scan-position - token-start
                 PERFORM judge-value-token
              END-IF
              MOVE ZERO TO token-start
           END-IF.
      *----------------------------------------------------------------
      * A word of a qualified-name parameter is only judged when it
      * carries a library qualifier; an unqualified name is found
      * through the library list the compile itself set up. A word
      * of a library-name parameter is a library in its own right.
      *----------------------------------------------------------------
       judge-value-token.
           IF token-length > 64
              SET refusal-found TO TRUE
              MOVE "SYNTAX" TO command-check-code
              STRING keyword-work           DELIMITED BY SPACE
                     " VALUE TOO LONG TO CHECK"
                                            DELIMITED BY SIZE
                INTO command-check-reason
              END-STRING
           ELSE
              MOVE SPACES TO token-work
              MOVE policy-command-work (token-start:token-length)
                 TO token-work
              MOVE ZERO TO qualifier-length
              INSPECT token-work TALLYING qualifier-length
                 FOR CHARACTERS BEFORE INITIAL "/"
              EVALUATE TRUE
                  WHEN value-library-name
                     MOVE token-length TO qualifier-length
                     PERFORM judge-library-name
                  WHEN qualifier-length < token-length
                     PERFORM judge-library-name
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
       judge-library-name.
           SET library-not-allowed TO TRUE.
           IF qualifier-length > ZERO AND qualifier-length NOT > 10
              MOVE SPACES TO qualifier-work
              MOVE token-work (1:qualifier-length) TO qualifier-work
              IF qualifier-work = command-check-library
                 OR qualifier-work = "*CURLIB"
                 SET library-allowed TO TRUE
              END-IF
           END-IF.
           IF library-not-allowed
              SET refusal-found TO TRUE
              MOVE "LIBRARY" TO command-check-code
              STRING keyword-work           DELIMITED BY SPACE
                     " NAMES "              DELIMITED BY SIZE
                     token-work             DELIMITED BY SPACE
                     " - ONLY "             DELIMITED BY SIZE
                     command-check-library  DELIMITED BY SPACE
                     " OR *CURLIB ALLOWED"  DELIMITED BY SIZE
                INTO command-check-reason
              END-STRING
           END-IF.
      *----------------------------------------------------------------
       refuse-positional-parameter.
           SET refusal-found TO TRUE.
           MOVE "POSITION" TO command-check-code.
           MOVE "POSITIONAL PARAMETER - KEYWORD FORM REQUIRED"
              TO command-check-reason.
      *----------------------------------------------------------------
       terminate-program.
           IF no-refusal-yet
              SET command-allowed TO TRUE
           END-IF.
           IF any-command-failed
              SET command-refused TO TRUE
              MOVE 1 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------
       log-command-result.
           IF command-return-code NOT = ZERO
              SET any-command-failed TO TRUE
              DISPLAY "BNDLPOLL *** COMMAND FAILED, RC="
                      command-return-code " CMD=" command-string
           END-IF.
