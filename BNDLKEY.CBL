       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bndlkeyl.

      ******************************************************************
      * Copyright (c) 1994 Duke Communications International.
      * All rights reserved.
      *
      * Looks a sender up in the trusted-sender registry, SENDERP
      * on the library list (layout BNDLSNDR), and hands back the
      * key shared with it and whether it is registered and active.
      * A blank site ID asks for this site's own entry -- the site
      * ID comes from RTVSITM and is passed back filled in -- which
      * is the one BUNDLEL and SYNCBNDL sign with. The latest record
      * for the site is the one that counts; a site with no record,
      * or no registry at all, is simply not registered. Return
      * code 1 means a command failed; the status is then always
      * "not registered".
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       file-control.
           SELECT sender-file ASSIGN TO DATABASE-sender
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  sender-file.
       01  sender-file-record           PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLSNDR.

       01  command-string               PIC X(4096).
       01  command-string-length        PIC S9(10)V9(5) PACKED-DECIMAL
           VALUE 4096.
       01  command-return-code          PIC S9(9) BINARY.

       01  any-command-failed-switch    PIC X(1)  VALUE "N".
           88  any-command-failed           VALUE "Y".

       01  sender-eof-switch            PIC X(1).
           88  sender-at-end                VALUE "Y".
           88  sender-not-at-end            VALUE "N".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  key-request.
           02  key-site-id              PIC X(8).
           02  key-value                PIC X(16).
           02  key-status               PIC X(1).
               88  sender-active            VALUE "A".
               88  sender-revoked           VALUE "R".
               88  sender-not-registered    VALUE "N".

      ******************************************************************
       PROCEDURE DIVISION USING key-request.
      *----------------------------------------------------------------
       mainline.
           PERFORM initialize-program.
           IF key-site-id NOT = SPACES
              PERFORM check-sender-file
           END-IF.
           PERFORM terminate-program.
           GOBACK.
      *----------------------------------------------------------------
      * Called once per segment by BNDLTRSL and once per member by
      * BUNDLEL, with no CANCEL in between.
      *----------------------------------------------------------------
       initialize-program.
           MOVE "N" TO any-command-failed-switch.
           MOVE SPACES TO key-value.
           SET sender-not-registered TO TRUE.
           IF key-site-id = SPACES
              CALL "RTVSITM" USING key-site-id
              END-CALL
           END-IF.
      *----------------------------------------------------------------
       check-sender-file.
           MOVE "CHKOBJ OBJ(*LIBL/SENDERP) OBJTYPE(*FILE)"
              TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code = ZERO
              PERFORM read-sender-file
           END-IF.
      *----------------------------------------------------------------
       read-sender-file.
           MOVE "OVRDBF FILE(SENDER) TOFILE(*LIBL/SENDERP)"
              TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN INPUT sender-file.
           SET sender-not-at-end TO TRUE.
           PERFORM read-sender-record UNTIL sender-at-end.
           CLOSE sender-file.
           MOVE "DLTOVR FILE(SENDER)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       read-sender-record.
           READ sender-file
              INTO sender-structure
              AT END
                 SET sender-at-end TO TRUE
              NOT AT END
                 PERFORM note-sender-record
           END-READ.
      *----------------------------------------------------------------
      * The file is in the order the changes were keyed, so each
      * matching record simply replaces the one before it.
      *----------------------------------------------------------------
       note-sender-record.
           IF sender-registry-site = key-site-id
              MOVE sender-key TO key-value
              IF sender-status = "ACTIVE"
                 SET sender-active TO TRUE
              ELSE
                 SET sender-revoked TO TRUE
              END-IF
           END-IF.
      *----------------------------------------------------------------
       terminate-program.
           IF any-command-failed
              SET sender-not-registered TO TRUE
              MOVE SPACES TO key-value
              MOVE 1 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------
       log-command-result.
           IF command-return-code NOT = ZERO
              SET any-command-failed TO TRUE
              DISPLAY "BNDLKEYL *** COMMAND FAILED, RC="
                      command-return-code " CMD=" command-string
           END-IF.
