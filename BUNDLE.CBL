      * Reverse of UNBUNDLE.CBL: reads one source physical file
      * member and re-emits it as M/W/C/S/E bundle-structure records so
      * the same layout UNBUNDLEL consumes can be used to build an
      * outbound distribution. Each segment names its source file on
      * an "F" record behind the "T" header, so exports from QCBLSRC,
      * QDDSSRC and QCLSRC appended to one bundle each land back in
      * their own file at the far end.
      *
      * Each segment is signed for the far end's trusted-sender
      * check: an "I" record behind the "T" names this site, and
      * the "Z" trailer carries the authentication value computed
      * with this site's own key from SENDERP (see BNDLSTRU). With
      * no active entry for this site in SENDERP the segment is
      * still written, unsigned, and the return code is 1 -- no
      * branch will accept it until it is rebuilt.
      *
      * A caller that names an object library has the objects built
      * from the member shipped with it, for branches that have no
      * compiler: the program, command or device file named like
      * the member is saved from that library to a save file, and
      * the save file is written into the member's block as "O"
      * records (see BNDLSTRU) ahead of its "C" record. A member of
      * any other type ships its compile alone. An object that
      * cannot be found or saved is left out, the segment is still
      * written, and the return code is 1.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           SELECT source-file ASSIGN TO DATABASE-source
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT object-file ASSIGN TO DATABASE-objxfer
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FD  source-file.
       01  source-file-record           PIC X(92).

       FD  object-file.
       01  object-file-record           PIC X(528).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLSTRU.
           02  checksum-char            PIC X(1).
       01  checksum-char-value REDEFINES checksum-char-pair
                                        PIC 9(4) COMP.

      *----------------------------------------------------------------
      * A save file is read back through a 528-byte physical file it
      * has been copied into, one record at a time. Each byte goes
      * behind a LOW-VALUE the way a checksum character does, so
      * the pair's value is the byte's own value, and that value
      * is written as two digits of OBJECT-HEX-DIGITS.
      *----------------------------------------------------------------
       01  export-object-type           PIC X(10).
       01  object-saved-switch          PIC X(1).
           88  object-saved                 VALUE "Y".
           88  object-not-saved             VALUE "N".
       01  object-eof-switch            PIC X(1).
           88  object-file-at-end           VALUE "Y".
           88  object-file-not-at-end       VALUE "N".
       01  object-savf-count            PIC 9(7).
       01  object-savf-record           PIC X(528).
       01  object-slice-start           PIC S9(4) PACKED-DECIMAL.
       01  object-byte-index            PIC S9(4) PACKED-DECIMAL.
       01  object-hex-position          PIC S9(4) PACKED-DECIMAL.
       01  object-high-digit            PIC S9(4) COMP.
       01  object-low-digit             PIC S9(4) COMP.
       01  object-hex-digits            PIC X(16)
           VALUE "0123456789ABCDEF".
       01  object-byte-pair.
           02  FILLER                   PIC X(1)  VALUE LOW-VALUE.
           02  object-byte              PIC X(1).
       01  object-byte-value REDEFINES object-byte-pair
                                        PIC 9(4) COMP.

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
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  qualified-bundle-file.
           02  export-source-type       PIC X(10).
           02  export-source-text       PIC X(52).
           02  export-compile-command   PIC X(4000).
           02  export-object-library    PIC X(10).

      ******************************************************************
       PROCEDURE DIVISION USING qualified-bundle-file
       mainline.
           PERFORM initialize-program.
           PERFORM write-bundle-header.
           PERFORM write-source-file-switch.
           PERFORM write-member-header.
           PERFORM export-source-lines UNTIL exit-program.
           PERFORM flush-x-record.
           PERFORM write-member-objects.
           PERFORM write-compile-command.
           PERFORM write-member-checksum.
           PERFORM write-member-trailer.
           MOVE "N" TO any-command-failed-switch.
           MOVE ZERO TO x-buffer-length.
           MOVE SPACES TO x-buffer-data.
           PERFORM find-signing-key.
           PERFORM open-bundle-file.
           PERFORM open-source-file.
           SET stay-in-program TO TRUE.
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
              DISPLAY "BUNDLE *** NO ACTIVE SENDERP KEY FOR SITE "
                      key-site-id " - SEGMENT NOT SIGNED"
           END-IF.
           MOVE key-value TO authentication-key.
      *----------------------------------------------------------------
       open-bundle-file.
           MOVE SPACES TO command-string.
                  source-file-name      DELIMITED BY SPACE
             INTO free-form-text OF t-record
           END-STRING.
           MOVE "S" TO authentication-function.
           CALL "BNDLAUTL" USING authentication-request
           END-CALL.
           PERFORM write-bundle-record.
           MOVE SPACES TO bundle-structure.
           MOVE "I"         TO record-type OF i-record.
           MOVE key-site-id TO sender-site-id OF i-record.
           PERFORM write-bundle-record.
      *----------------------------------------------------------------
      * The "F" record is written even for the file UNBUNDLEL will be
      * called with anyway: the segment then says where it belongs
      * on its own, whichever source file the bundle is applied to.
      *----------------------------------------------------------------
       write-source-file-switch.
           MOVE SPACES TO bundle-structure.
           MOVE "F"              TO record-type OF f-record.
           MOVE source-file-name TO target-source-file OF f-record.
           PERFORM write-bundle-record.
      *----------------------------------------------------------------
       write-member-header.
           MOVE SPACES TO bundle-structure.
           MOVE export-member      TO source-member OF m-record.
           MOVE export-source-type TO source-type OF m-record.
           MOVE export-source-text TO source-text OF m-record.
           PERFORM write-bundle-record.
      *----------------------------------------------------------------
       export-source-lines.
           READ source-file
              MOVE export-member   TO source-member OF w-record
              MOVE source-line OF source-structure
                 TO source-line OF w-record
              PERFORM write-bundle-record
           END-IF.
      *----------------------------------------------------------------
       encode-source-line.
              MOVE "X"           TO record-type OF x-record
              MOVE export-member TO source-member OF x-record
              MOVE x-buffer-data TO packed-source-data OF x-record
              PERFORM write-bundle-record
              MOVE SPACES TO x-buffer-data
              MOVE ZERO TO x-buffer-length
           END-IF.
      *----------------------------------------------------------------
      * With no object library named, or for a member whose type
      * builds nothing that can travel, the block carries its
      * compile alone, as it always has.
      *----------------------------------------------------------------
       write-member-objects.
           IF export-object-library NOT = SPACES
              PERFORM set-export-object-type
              IF export-object-type NOT = SPACES
                 PERFORM save-member-object
                 IF object-saved
                    PERFORM write-object-records
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * The object a member builds, by its source type, as BNDLOBJL
      * reckons it -- less physical and logical files, which would
      * carry their data with them.
      *----------------------------------------------------------------
       set-export-object-type.
           EVALUATE export-source-type
               WHEN "DSPF"
               WHEN "PRTF"
               WHEN "ICFF"
                  MOVE "*FILE" TO export-object-type
               WHEN "CMD"
                  MOVE "*CMD" TO export-object-type
               WHEN "CBL"
               WHEN "CBLLE"
               WHEN "SQLCBL"
               WHEN "SQLCBLLE"
               WHEN "CLP"
               WHEN "CLLE"
               WHEN "RPG"
               WHEN "RPGLE"
               WHEN "SQLRPG"
               WHEN "SQLRPGLE"
               WHEN "C"
                  MOVE "*PGM" TO export-object-type
               WHEN OTHER
                  MOVE SPACES TO export-object-type
           END-EVALUATE.
      *----------------------------------------------------------------
      * The object is saved to BNDLOBJS in QTEMP, and the save file
      * copied into BNDLOBJP, a 528-byte physical file in QTEMP, to
      * be read. Both are made the first time they are needed and
      * reused for every member after that.
      *----------------------------------------------------------------
       save-member-object.
           SET object-not-saved TO TRUE.
           MOVE SPACES TO command-string.
           STRING "CHKOBJ OBJ("              DELIMITED BY SIZE
                  export-object-library      DELIMITED BY SPACE
                  "/"                        DELIMITED BY SIZE
                  export-member              DELIMITED BY SPACE
                  ") OBJTYPE("               DELIMITED BY SIZE
                  export-object-type         DELIMITED BY SPACE
                  ")"                        DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code NOT = ZERO
              SET any-command-failed TO TRUE
              DISPLAY "BUNDLE *** OBJECT " export-object-library "/"
                      export-member " " export-object-type
                      " NOT FOUND - OBJECT NOT INCLUDED"
           ELSE
              PERFORM prepare-object-save-file
              MOVE SPACES TO command-string
              STRING "SAVOBJ OBJ("           DELIMITED BY SIZE
                     export-member           DELIMITED BY SPACE
                     ") LIB("                DELIMITED BY SIZE
                     export-object-library   DELIMITED BY SPACE
                     ") DEV(*SAVF) SAVF(QTEMP/BNDLOBJS) OBJTYPE("
                                             DELIMITED BY SIZE
                     export-object-type      DELIMITED BY SPACE
                     ")"                     DELIMITED BY SIZE
                INTO command-string
              END-STRING
              CALL "CMDEXCM" USING command-string
                                   command-string-length
                                   command-return-code
              END-CALL
              PERFORM log-command-result
              IF command-return-code = ZERO
                 PERFORM copy-object-save-file
              END-IF
           END-IF.
      *----------------------------------------------------------------
       prepare-object-save-file.
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
      *----------------------------------------------------------------
       copy-object-save-file.
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
           MOVE SPACES TO command-string.
           STRING "CPYF FROMFILE(QTEMP/BNDLOBJS) "
                  "TOFILE(QTEMP/BNDLOBJP) MBROPT(*REPLACE)"
                                             DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           IF command-return-code = ZERO
              SET object-saved TO TRUE
           END-IF.
      *----------------------------------------------------------------
      * The header has to give the record count before the data, so
      * the copy is read twice: once to count it, once to write it.
      *----------------------------------------------------------------
       write-object-records.
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
           MOVE ZERO TO object-savf-count.
           OPEN INPUT object-file.
           SET object-file-not-at-end TO TRUE.
           PERFORM count-object-record UNTIL object-file-at-end.
           CLOSE object-file.
           MOVE SPACES TO bundle-structure.
           MOVE "O"                   TO record-type OF o-record.
           MOVE "H"                   TO object-record-kind OF o-record.
           MOVE export-member         TO source-member OF o-record.
           MOVE export-member         TO object-name OF o-record.
           MOVE export-object-type    TO object-type OF o-record.
           MOVE export-object-library
              TO object-saved-library OF o-record.
           MOVE object-savf-count
              TO object-record-count OF o-record.
           PERFORM write-bundle-record.
           OPEN INPUT object-file.
           SET object-file-not-at-end TO TRUE.
           PERFORM export-object-record UNTIL object-file-at-end.
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
       export-object-record.
           READ object-file
              INTO object-savf-record
              AT END
                 SET object-file-at-end TO TRUE
              NOT AT END
                 PERFORM write-object-data-record
                    VARYING object-slice-start FROM 1 BY 44
                    UNTIL object-slice-start > 528
           END-READ.
      *----------------------------------------------------------------
       write-object-data-record.
           MOVE SPACES TO bundle-structure.
           MOVE "O"           TO record-type OF o-data-record.
           MOVE "D"           TO object-record-kind OF o-data-record.
           MOVE export-member TO source-member OF o-data-record.
           PERFORM encode-object-byte
              VARYING object-byte-index FROM 1 BY 1
              UNTIL object-byte-index > 44.
           PERFORM write-bundle-record.
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
      * A blank compile command means the member is export-only
      * (e.g. a copybook); otherwise split it across as many 80-byte
      * "C" records as the text actually needs.
                 TO compile-command OF c-record
              MOVE compile-continuation-count
                 TO continuation-count OF c-record
              PERFORM write-bundle-record
              IF compile-continuation-count > ZERO
                 PERFORM write-compile-continuation-portion
                    VARYING continuation-chunk-index FROM 2 BY 1
           MOVE export-member TO source-member OF c-record.
           MOVE export-compile-command (compile-chunk-start:80)
              TO compile-command OF c-record.
           PERFORM write-bundle-record.
      *----------------------------------------------------------------
      * The checksum is taken over the line as it stands in the
      * source file, before blank compression, so UNBUNDLEL can
           MOVE export-member TO source-member OF s-record.
           MOVE export-member-checksum
              TO member-checksum OF s-record.
           PERFORM write-bundle-record.
      *----------------------------------------------------------------
       write-member-trailer.
           MOVE SPACES TO bundle-structure.
           MOVE "E"           TO record-type OF e-record.
           MOVE export-member TO source-member OF e-record.
           PERFORM write-bundle-record.
      *----------------------------------------------------------------
      * A "Z" trailer gives UNBUNDLEL's own VERIFY-TRAILER-COUNTS
      * something to check this member's own T...Z segment against.
      * program can concatenate several of these single-member
      * exports into one combined bundle and have each segment
      * verified on its own, with no summing of its own required.
      * The authentication value closes the segment's signature.
      *----------------------------------------------------------------
       write-bundle-trailer.
           MOVE SPACES TO bundle-structure.
           MOVE "Z" TO record-type OF z-record.
           MOVE 1   TO expected-member-count OF z-record.
           MOVE export-line-count TO expected-line-count OF z-record.
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
       terminate-program.
           CLOSE source-file.
