       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bndlobjl.

      ******************************************************************
      * Copyright (c) 1994 Duke Communications International.
      * All rights reserved.
      *
      * Compiled-object currency audit. BNDLAUDL checks the source
      * against the distribution history; this program checks the
      * objects against the source. A failed compile in the deferred
      * phase, a BNDLRCML run nobody followed up, or a BNDLIMPL
      * dependent with no manifest command all leave an old object
      * running in production while the source says otherwise. For
      * every member of the source file that builds an object, the
      * object of the same name and matching type in the object
      * library is looked up and flagged when it is:
      *
      *   - missing altogether;
      *   - built from some other source file, library or member
      *     than this one (or carries no source at all);
      *   - created before the member was last changed.
      *
      * PF, LF, DSPF, PRTF and ICFF members build a *FILE, CMD
      * members a *CMD, the COBOL, CL, RPG and C types a *PGM; any
      * other member -- copybooks, text -- builds nothing and is not
      * audited. The object library defaults to the source library,
      * where the compile phase's LLLLLLLLLL puts the objects.
      *
      * Each finding is cross-referenced against BNDHSTP: the last
      * ADD, REPLACE or RENAME that delivered the member and the
      * last COMPILE of it (or RESTORE of its shipped objects),
      * with its return code, are shown, so a
      * failed compile or a delivery never followed by a compile is
      * plain on the report.
      *
      * An object restored from a bundle's "O" records still names
      * the source and carries the creation date of the system it
      * was built on, so neither test means anything for it: a
      * member whose latest successful RESTORE is no older than its
      * latest delivery is taken as current.
      *
      * Every flagged member is also written, PF first, then LF,
      * then everything else, to a candidate recompile queue in the
      * BNDLMFST manifest layout MFSTGENL writes, carrying the
      * compile command from the local manifest when one is given
      * and has a command for the member -- the night shift clears
      * the queue from there. The queue is replaced on every run.
      * Return code 2 means something was flagged, 1 that a command
      * failed.
      *
      * The member and object lists come through the MFSTWRKP and
      * OBJWRKP work files in the history library, both built from
      * their DDS once; a box that has never been set up gets a loud
      * message instead of a garbage audit.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       file-control.
           SELECT member-list-file ASSIGN TO DATABASE-mbrlist
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT object-list-file ASSIGN TO DATABASE-objlist
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT history-file ASSIGN TO DATABASE-history
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT manifest-file ASSIGN TO DATABASE-manifest
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT queue-file ASSIGN TO DATABASE-queue
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT report-file ASSIGN TO PRINTER-report
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  member-list-file.
       01  member-list-record           PIC X(93).

       FD  object-list-file.
       01  object-list-record           PIC X(71).

       FD  history-file.
       01  history-file-record          PIC X(110).

       FD  manifest-file.
       01  manifest-file-record         PIC X(182).

       FD  queue-file.
       01  queue-file-record            PIC X(182).

       FD  report-file.
       01  report-record                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BNDLHIST.
           COPY BNDLMFST.

       01  command-string               PIC X(4096).
       01  command-string-length        PIC S9(10)V9(5) PACKED-DECIMAL
           VALUE 4096.
       01  command-return-code          PIC S9(9) BINARY.

       01  any-command-failed-switch    PIC X(1)  VALUE "N".
           88  any-command-failed           VALUE "Y".

       01  setup-failed-switch          PIC X(1)  VALUE "N".
           88  setup-failed                 VALUE "Y".
           88  setup-clean                  VALUE "N".

       01  member-list-eof-switch       PIC X(1).
           88  member-list-at-end           VALUE "Y".
           88  member-list-not-at-end       VALUE "N".

       01  object-list-eof-switch       PIC X(1).
           88  object-list-at-end           VALUE "Y".
           88  object-list-not-at-end       VALUE "N".

       01  history-eof-switch           PIC X(1).
           88  history-at-end               VALUE "Y".
           88  history-not-at-end           VALUE "N".

       01  manifest-eof-switch          PIC X(1).
           88  manifest-at-end              VALUE "Y".
           88  manifest-not-at-end          VALUE "N".

      *----------------------------------------------------------------
      * Matches MFSTWRKP.DDS field for field, the same way MFSTGENL
      * reads it; the work file lives in the history library here,
      * as it does for BNDLAUDL.
      *----------------------------------------------------------------
       01  member-list-structure.
           02  mbname                   PIC X(10).
           02  mbnrcd                   PIC S9(10).
           02  mbmtxt                   PIC X(50).
           02  mbseu2                   PIC X(10).
           02  mbchgc                   PIC X(1).
           02  mbchgd                   PIC X(6).
           02  mbchgt                   PIC X(6).

      *----------------------------------------------------------------
      * Matches OBJWRKP.DDS field for field.
      *----------------------------------------------------------------
       01  object-list-structure.
           02  odobnm                   PIC X(10).
           02  odobtp                   PIC X(8).
           02  odobat                   PIC X(10).
           02  odccen                   PIC X(1).
           02  odcdat.
               03  odcdat-month         PIC X(2).
               03  odcdat-day           PIC X(2).
               03  odcdat-year          PIC X(2).
           02  odctim                   PIC X(6).
           02  odsrcf                   PIC X(10).
           02  odsrcl                   PIC X(10).
           02  odsrcm                   PIC X(10).

      *----------------------------------------------------------------
      * One entry per member that builds an object. The change and
      * creation stamps are century, YYMMDD and HHMMSS run together,
      * so one compare orders them.
      *----------------------------------------------------------------
       01  object-audit-table.
           02  object-audit-entry OCCURS 2000.
               03  audit-member         PIC X(10).
               03  audit-type           PIC X(10).
               03  audit-text           PIC X(50).
               03  audit-records        PIC 9(8).
               03  audit-change-date    PIC X(6).
               03  audit-change-stamp   PIC X(13).
               03  audit-object-type    PIC X(8).
               03  audit-object-found   PIC X(1).
               03  audit-object-stamp   PIC X(13).
               03  audit-object-date    PIC X(6).
               03  audit-object-srcf    PIC X(10).
               03  audit-object-srcl    PIC X(10).
               03  audit-object-srcm    PIC X(10).
               03  audit-deliver-stamp.
                   04  audit-deliver-date
                                        PIC X(6).
                   04  audit-deliver-time
                                        PIC X(6).
               03  audit-compile-stamp.
                   04  audit-compile-date
                                        PIC X(6).
                   04  audit-compile-time
                                        PIC X(6).
               03  audit-compile-rc     PIC S9(9).
               03  audit-restore-stamp.
                   04  audit-restore-date
                                        PIC X(6).
                   04  audit-restore-time
                                        PIC X(6).
               03  audit-finding        PIC X(24).
               03  audit-rank           PIC 9(1).
       01  audit-entry-count            PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  audit-entry-index            PIC S9(4) PACKED-DECIMAL.
       01  audit-found-index            PIC S9(4) PACKED-DECIMAL.
       01  audit-found-switch           PIC X(1).
           88  audit-found                  VALUE "Y".
           88  audit-not-found              VALUE "N".
       01  audit-search-member          PIC X(10).
       01  expected-object-type         PIC X(8).

       01  record-run-stamp.
           02  record-stamp-date        PIC X(6).
           02  record-stamp-time        PIC X(6).

       01  object-stamp-work.
           02  object-stamp-century     PIC X(1).
           02  object-stamp-date.
               03  object-stamp-year    PIC X(2).
               03  object-stamp-month   PIC X(2).
               03  object-stamp-day     PIC X(2).
           02  object-stamp-time        PIC X(6).

       01  manifest-command-table.
           02  manifest-command-entry OCCURS 2000.
               03  command-table-member PIC X(10).
               03  command-table-command PIC X(80).
       01  manifest-entry-count         PIC S9(4) PACKED-DECIMAL
           VALUE ZERO.
       01  manifest-entry-index         PIC S9(4) PACKED-DECIMAL.
       01  manifest-found-switch        PIC X(1).
           88  manifest-command-found       VALUE "Y".
           88  manifest-command-missing     VALUE "N".
       01  manifest-found-index         PIC S9(4) PACKED-DECIMAL.

       01  object-library-name          PIC X(10).
       01  queue-pass-rank              PIC 9(1).
       01  audit-note                   PIC X(41).
       01  compile-rc-edit              PIC -(8)9.
       01  members-audited-total        PIC 9(5)  VALUE ZERO.
       01  members-skipped-total        PIC 9(5)  VALUE ZERO.
       01  flagged-total                PIC 9(5)  VALUE ZERO.
       01  missing-command-total        PIC 9(5)  VALUE ZERO.
       01  total-edit                   PIC Z(4)9.
       01  report-line-work             PIC X(132).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  qualified-source-file.
           02  source-file-name         PIC X(10).
           02  source-file-library      PIC X(10).
       01  qualified-history-file.
           02  history-file-name        PIC X(10).
           02  history-file-library     PIC X(10).
       01  qualified-manifest-file.
           02  manifest-file-name       PIC X(10).
           02  manifest-file-library    PIC X(10).
       01  qualified-queue-file.
           02  queue-file-name          PIC X(10).
           02  queue-file-library       PIC X(10).
       01  object-library               PIC X(10).

      ******************************************************************
       PROCEDURE DIVISION USING qualified-source-file
                                qualified-history-file
                                qualified-manifest-file
                                qualified-queue-file
                                object-library.
      *----------------------------------------------------------------
       mainline.
           PERFORM initialize-program.
           IF setup-clean
              PERFORM read-member-list UNTIL member-list-at-end
              PERFORM close-member-list
              PERFORM build-object-list
           END-IF.
           IF setup-clean
              PERFORM read-object-list UNTIL object-list-at-end
              PERFORM close-object-list
              PERFORM load-history-stamps
              PERFORM load-manifest-commands
              PERFORM audit-every-member
              PERFORM write-recompile-queue
           END-IF.
           PERFORM terminate-program.
           GOBACK.
      *----------------------------------------------------------------
       initialize-program.
           MOVE "N" TO any-command-failed-switch.
           MOVE "N" TO setup-failed-switch.
           MOVE ZERO TO audit-entry-count.
           MOVE ZERO TO manifest-entry-count.
           MOVE ZERO TO members-audited-total.
           MOVE ZERO TO members-skipped-total.
           MOVE ZERO TO flagged-total.
           MOVE ZERO TO missing-command-total.
           IF object-library = SPACES
              MOVE source-file-library TO object-library-name
           ELSE
              MOVE object-library TO object-library-name
           END-IF.
           PERFORM open-report-file.
           PERFORM build-member-list.
      *----------------------------------------------------------------
       open-report-file.
           OPEN OUTPUT report-file.
           MOVE SPACES TO report-record.
           STRING "BNDLOBJL OBJECT CURRENCY AUDIT REPORT"
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE SPACES TO report-record.
           STRING "AUDITING OBJECTS IN "  DELIMITED BY SIZE
                  object-library-name     DELIMITED BY SPACE
                  " AGAINST "             DELIMITED BY SIZE
                  source-file-library     DELIMITED BY SPACE
                  "/"                     DELIMITED BY SIZE
                  source-file-name        DELIMITED BY SPACE
                  " AND "                 DELIMITED BY SIZE
                  history-file-library    DELIMITED BY SPACE
                  "/"                     DELIMITED BY SIZE
                  history-file-name       DELIMITED BY SPACE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE SPACES TO report-record.
           STRING "MEMBER     TYPE       OBJTYPE  CHGDAT OBJDAT "
                  "DLVDAT CMPDAT    CMPRC FINDING                  "
                  "NOTE"                        DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       build-member-list.
           MOVE SPACES TO command-string.
           STRING "CHKOBJ OBJ("              DELIMITED BY SIZE
                  history-file-library       DELIMITED BY SPACE
                  "/MFSTWRKP) OBJTYPE(*FILE)"
                                             DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code NOT = ZERO
              SET setup-failed TO TRUE
              SET any-command-failed TO TRUE
              DISPLAY "BNDLOBJL *** WORK FILE MFSTWRKP NOT FOUND IN "
                      history-file-library
                      " - CREATE IT FROM ITS DDS FIRST"
           ELSE
              PERFORM run-member-list-commands
           END-IF.
      *----------------------------------------------------------------
       run-member-list-commands.
           MOVE SPACES TO command-string.
           STRING "DSPFD FILE("              DELIMITED BY SIZE
                  source-file-library        DELIMITED BY SPACE
                  "/"                        DELIMITED BY SIZE
                  source-file-name           DELIMITED BY SPACE
                  ") TYPE(*MBR) OUTPUT(*OUTFILE)"
                                             DELIMITED BY SIZE
                  " OUTFILE(QTEMP/MFSTDSPF)" DELIMITED BY SIZE
                  " OUTMBR(*FIRST *REPLACE)" DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.

           MOVE SPACES TO command-string.
           STRING "CPYF FROMFILE(QTEMP/MFSTDSPF) TOFILE("
                                             DELIMITED BY SIZE
                  history-file-library       DELIMITED BY SPACE
                  "/MFSTWRKP) MBROPT(*REPLACE)"
                                             DELIMITED BY SIZE
                  " FMTOPT(*MAP *DROP)"      DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.

           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(MBRLIST) TOFILE("
                                             DELIMITED BY SIZE
                  history-file-library       DELIMITED BY SPACE
                  "/MFSTWRKP)"               DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN INPUT member-list-file.
           SET member-list-not-at-end TO TRUE.
      *----------------------------------------------------------------
       read-member-list.
           READ member-list-file
              INTO member-list-structure
              AT END
                 SET member-list-at-end TO TRUE
              NOT AT END
                 PERFORM set-expected-object-type
                 IF expected-object-type = SPACES
                    ADD 1 TO members-skipped-total
                 ELSE
                    PERFORM store-audit-entry
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      * The object a member builds, by its source type. A type not
      * named here builds nothing this audit can check.
      *----------------------------------------------------------------
       set-expected-object-type.
           EVALUATE mbseu2
               WHEN "PF"
               WHEN "LF"
               WHEN "DSPF"
               WHEN "PRTF"
               WHEN "ICFF"
                  MOVE "*FILE" TO expected-object-type
               WHEN "CMD"
                  MOVE "*CMD" TO expected-object-type
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
                  MOVE "*PGM" TO expected-object-type
               WHEN OTHER
                  MOVE SPACES TO expected-object-type
           END-EVALUATE.
      *----------------------------------------------------------------
       store-audit-entry.
           IF audit-entry-count = 2000
              SET any-command-failed TO TRUE
              DISPLAY "BNDLOBJL *** SOURCE FILE EXCEEDS 2000 "
                      "MEMBERS - EXCESS NOT AUDITED"
              SET member-list-at-end TO TRUE
           ELSE
              ADD 1 TO audit-entry-count
              MOVE SPACES TO object-audit-entry (audit-entry-count)
              MOVE mbname TO audit-member (audit-entry-count)
              MOVE mbseu2 TO audit-type (audit-entry-count)
              MOVE mbmtxt TO audit-text (audit-entry-count)
              MOVE mbnrcd TO audit-records (audit-entry-count)
              MOVE mbchgd
                 TO audit-change-date (audit-entry-count)
              STRING mbchgc mbchgd mbchgt DELIMITED BY SIZE
                INTO audit-change-stamp (audit-entry-count)
              END-STRING
              MOVE expected-object-type
                 TO audit-object-type (audit-entry-count)
              MOVE "N" TO audit-object-found (audit-entry-count)
              MOVE LOW-VALUES
                 TO audit-deliver-stamp (audit-entry-count)
              MOVE LOW-VALUES
                 TO audit-compile-stamp (audit-entry-count)
              MOVE ZERO TO audit-compile-rc (audit-entry-count)
              MOVE LOW-VALUES
                 TO audit-restore-stamp (audit-entry-count)
              MOVE 3 TO audit-rank (audit-entry-count)
              EVALUATE mbseu2 (1:2)
                  WHEN "PF"
                     MOVE 1 TO audit-rank (audit-entry-count)
                  WHEN "LF"
                     MOVE 2 TO audit-rank (audit-entry-count)
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
       close-member-list.
           CLOSE member-list-file.
           MOVE "DLTOVR FILE(MBRLIST)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
      * DSPOBJD writes the object descriptions, source file and all,
      * to QTEMP in the system's QADSPOBJ format; the CPYF *MAP
      * carries across only the fields OBJWRKP names.
      *----------------------------------------------------------------
       build-object-list.
           MOVE SPACES TO command-string.
           STRING "CHKOBJ OBJ("              DELIMITED BY SIZE
                  history-file-library       DELIMITED BY SPACE
                  "/OBJWRKP) OBJTYPE(*FILE)" DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           IF command-return-code NOT = ZERO
              SET setup-failed TO TRUE
              SET any-command-failed TO TRUE
              DISPLAY "BNDLOBJL *** WORK FILE OBJWRKP NOT FOUND IN "
                      history-file-library
                      " - CREATE IT FROM ITS DDS FIRST"
           ELSE
              PERFORM run-object-list-commands
           END-IF.
      *----------------------------------------------------------------
       run-object-list-commands.
           MOVE SPACES TO command-string.
           STRING "DSPOBJD OBJ("             DELIMITED BY SIZE
                  object-library-name        DELIMITED BY SPACE
                  "/*ALL) OBJTYPE(*PGM *FILE *CMD)"
                                             DELIMITED BY SIZE
                  " DETAIL(*SERVICE) OUTPUT(*OUTFILE)"
                                             DELIMITED BY SIZE
                  " OUTFILE(QTEMP/OBJDSPF)"  DELIMITED BY SIZE
                  " OUTMBR(*FIRST *REPLACE)" DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.

           MOVE SPACES TO command-string.
           STRING "CPYF FROMFILE(QTEMP/OBJDSPF) TOFILE("
                                             DELIMITED BY SIZE
                  history-file-library       DELIMITED BY SPACE
                  "/OBJWRKP) MBROPT(*REPLACE)"
                                             DELIMITED BY SIZE
                  " FMTOPT(*MAP *DROP)"      DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.

           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(OBJLIST) TOFILE("
                                             DELIMITED BY SIZE
                  history-file-library       DELIMITED BY SPACE
                  "/OBJWRKP)"                DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN INPUT object-list-file.
           SET object-list-not-at-end TO TRUE.
      *----------------------------------------------------------------
       read-object-list.
           READ object-list-file
              INTO object-list-structure
              AT END
                 SET object-list-at-end TO TRUE
              NOT AT END
                 PERFORM note-object
           END-READ.
      *----------------------------------------------------------------
      * Only an object of the type the member builds counts: a
      * display file and the program that uses it often share a
      * name, and the *FILE says nothing about the *PGM.
      *----------------------------------------------------------------
       note-object.
           MOVE odobnm TO audit-search-member.
           PERFORM find-audit-entry.
           IF audit-found
              IF odobtp = audit-object-type (audit-found-index)
                 MOVE odccen TO object-stamp-century
                 MOVE odcdat-year  TO object-stamp-year
                 MOVE odcdat-month TO object-stamp-month
                 MOVE odcdat-day   TO object-stamp-day
                 MOVE odctim TO object-stamp-time
                 MOVE "Y" TO audit-object-found (audit-found-index)
                 MOVE object-stamp-work
                    TO audit-object-stamp (audit-found-index)
                 MOVE object-stamp-date
                    TO audit-object-date (audit-found-index)
                 MOVE odsrcf TO audit-object-srcf (audit-found-index)
                 MOVE odsrcl TO audit-object-srcl (audit-found-index)
                 MOVE odsrcm TO audit-object-srcm (audit-found-index)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       close-object-list.
           CLOSE object-list-file.
           MOVE "DLTOVR FILE(OBJLIST)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       find-audit-entry.
           SET audit-not-found TO TRUE.
           MOVE ZERO TO audit-found-index.
           PERFORM test-audit-entry
              VARYING audit-entry-index FROM 1 BY 1
              UNTIL audit-entry-index > audit-entry-count
                 OR audit-found.
      *----------------------------------------------------------------
       test-audit-entry.
           IF audit-member (audit-entry-index) = audit-search-member
              SET audit-found TO TRUE
              MOVE audit-entry-index TO audit-found-index
           END-IF.
      *----------------------------------------------------------------
      * One pass over the history, as BNDLAUDL makes it: each
      * delivery and each compile updates its member's slot when it
      * is the latest of its kind seen so far. A RENAME delivered
      * the member under the name in its detail field.
      *----------------------------------------------------------------
       load-history-stamps.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(HISTORY) TOFILE(" DELIMITED BY SIZE
                  history-file-library           DELIMITED BY SPACE
                  "/"                            DELIMITED BY SIZE
                  history-file-name              DELIMITED BY SPACE
                  ")"                            DELIMITED BY SIZE
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
                 IF history-source-file = SPACES
                    OR history-source-file = source-file-name
                    PERFORM note-history-record
                 END-IF
           END-READ.
      *----------------------------------------------------------------
       note-history-record.
           MOVE history-run-date TO record-stamp-date.
           MOVE history-run-time TO record-stamp-time.
           EVALUATE history-action
               WHEN "ADD"
               WHEN "REPLACE"
                  MOVE history-member TO audit-search-member
                  PERFORM note-delivery
               WHEN "RENAME"
                  MOVE history-detail TO audit-search-member
                  PERFORM note-delivery
               WHEN "COMPILE"
                  MOVE history-member TO audit-search-member
                  PERFORM note-compile
               WHEN "RESTORE"
                  MOVE history-member TO audit-search-member
                  PERFORM note-compile
                  IF history-return-code = ZERO
                     AND history-detail NOT = "*REMOVED"
                     PERFORM note-restore
                  END-IF
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
       note-delivery.
           PERFORM find-audit-entry.
           IF audit-found
              IF record-run-stamp >
                    audit-deliver-stamp (audit-found-index)
                 MOVE record-run-stamp
                    TO audit-deliver-stamp (audit-found-index)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       note-compile.
           PERFORM find-audit-entry.
           IF audit-found
              IF record-run-stamp NOT <
                    audit-compile-stamp (audit-found-index)
                 MOVE record-run-stamp
                    TO audit-compile-stamp (audit-found-index)
                 MOVE history-return-code
                    TO audit-compile-rc (audit-found-index)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       note-restore.
           IF audit-found
              IF record-run-stamp NOT <
                    audit-restore-stamp (audit-found-index)
                 MOVE record-run-stamp
                    TO audit-restore-stamp (audit-found-index)
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * The local manifest is optional; without it the queue still
      * lists what is owed, just with no commands to run.
      *----------------------------------------------------------------
       load-manifest-commands.
           IF manifest-file-name NOT = SPACES
              PERFORM read-manifest-file
           END-IF.
      *----------------------------------------------------------------
       read-manifest-file.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(MANIFEST) TOFILE("
                                             DELIMITED BY SIZE
                  manifest-file-library      DELIMITED BY SPACE
                  "/"                        DELIMITED BY SIZE
                  manifest-file-name         DELIMITED BY SPACE
                  ")"                        DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN INPUT manifest-file.
           SET manifest-not-at-end TO TRUE.
           PERFORM load-manifest-entry UNTIL manifest-at-end.
           CLOSE manifest-file.
           MOVE "DLTOVR FILE(MANIFEST)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       load-manifest-entry.
           READ manifest-file
              INTO manifest-structure
              AT END
                 SET manifest-at-end TO TRUE
              NOT AT END
                 PERFORM store-manifest-entry
           END-READ.
      *----------------------------------------------------------------
       store-manifest-entry.
           IF manifest-entry-count = 2000
              SET any-command-failed TO TRUE
              DISPLAY "BNDLOBJL *** MANIFEST EXCEEDS 2000 MEMBERS "
                      "- EXCESS IGNORED"
              SET manifest-at-end TO TRUE
           ELSE
              ADD 1 TO manifest-entry-count
              MOVE manifest-member
                 TO command-table-member (manifest-entry-count)
              MOVE manifest-compile-command
                 TO command-table-command (manifest-entry-count)
           END-IF.
      *----------------------------------------------------------------
       audit-every-member.
           PERFORM audit-one-member
              VARYING audit-entry-index FROM 1 BY 1
              UNTIL audit-entry-index > audit-entry-count.
      *----------------------------------------------------------------
      * An object built from some other member says nothing about
      * this one's currency, so that finding outranks the dates.
      * Members whose objects are current make no line on the
      * report -- the report is a worklist, not an inventory. A
      * restored object is current if no delivery followed it.
      *----------------------------------------------------------------
       audit-one-member.
           ADD 1 TO members-audited-total.
           MOVE SPACES TO audit-finding (audit-entry-index).
           EVALUATE TRUE
               WHEN audit-object-found (audit-entry-index) = "N"
                  MOVE "OBJECT MISSING"
                     TO audit-finding (audit-entry-index)
               WHEN audit-restore-date (audit-entry-index) NOT =
                       LOW-VALUES
                AND audit-restore-stamp (audit-entry-index) NOT <
                       audit-deliver-stamp (audit-entry-index)
                  CONTINUE
               WHEN audit-object-srcf (audit-entry-index) NOT =
                       source-file-name
                 OR audit-object-srcl (audit-entry-index) NOT =
                       source-file-library
                 OR audit-object-srcm (audit-entry-index) NOT =
                       audit-member (audit-entry-index)
                  MOVE "BUILT FROM OTHER SOURCE"
                     TO audit-finding (audit-entry-index)
               WHEN audit-object-stamp (audit-entry-index) <
                       audit-change-stamp (audit-entry-index)
                  MOVE "OLDER THAN SOURCE"
                     TO audit-finding (audit-entry-index)
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
           IF audit-finding (audit-entry-index) NOT = SPACES
              ADD 1 TO flagged-total
              PERFORM set-audit-note
              PERFORM write-audit-finding
           END-IF.
      *----------------------------------------------------------------
      * The note says why, where the history can: what the object
      * was really built from, a compile that failed, or a delivery
      * no compile ever followed.
      *----------------------------------------------------------------
       set-audit-note.
           MOVE SPACES TO audit-note.
           EVALUATE TRUE
               WHEN audit-finding (audit-entry-index) =
                       "BUILT FROM OTHER SOURCE"
                AND audit-object-srcf (audit-entry-index) = SPACES
                  MOVE "OBJECT RECORDS NO SOURCE" TO audit-note
               WHEN audit-finding (audit-entry-index) =
                       "BUILT FROM OTHER SOURCE"
                  STRING "FROM "             DELIMITED BY SIZE
                         audit-object-srcl (audit-entry-index)
                                             DELIMITED BY SPACE
                         "/"                 DELIMITED BY SIZE
                         audit-object-srcf (audit-entry-index)
                                             DELIMITED BY SPACE
                         "("                 DELIMITED BY SIZE
                         audit-object-srcm (audit-entry-index)
                                             DELIMITED BY SPACE
                         ")"                 DELIMITED BY SIZE
                    INTO audit-note
                  END-STRING
               WHEN audit-compile-date (audit-entry-index) NOT =
                       LOW-VALUES
                AND audit-compile-rc (audit-entry-index) NOT = ZERO
                  MOVE "LAST COMPILE FAILED - SEE BNDLRCML"
                     TO audit-note
               WHEN audit-deliver-date (audit-entry-index) NOT =
                       LOW-VALUES
                AND audit-compile-stamp (audit-entry-index) <
                       audit-deliver-stamp (audit-entry-index)
                  MOVE "NOT COMPILED SINCE LAST DELIVERY"
                     TO audit-note
               WHEN audit-deliver-date (audit-entry-index) =
                       LOW-VALUES
                  MOVE "NO DISTRIBUTION HISTORY" TO audit-note
               WHEN OTHER
                  MOVE "SOURCE CHANGED OUTSIDE THE SYSTEM?"
                     TO audit-note
           END-EVALUATE.
      *----------------------------------------------------------------
       write-audit-finding.
           MOVE SPACES TO report-line-work.
           MOVE audit-member (audit-entry-index)
              TO report-line-work (1:10).
           MOVE audit-type (audit-entry-index)
              TO report-line-work (12:10).
           MOVE audit-object-type (audit-entry-index)
              TO report-line-work (23:8).
           MOVE audit-change-date (audit-entry-index)
              TO report-line-work (32:6).
           IF audit-object-found (audit-entry-index) = "Y"
              MOVE audit-object-date (audit-entry-index)
                 TO report-line-work (39:6)
           END-IF.
           IF audit-deliver-date (audit-entry-index) NOT =
                 LOW-VALUES
              MOVE audit-deliver-date (audit-entry-index)
                 TO report-line-work (46:6)
           END-IF.
           IF audit-compile-date (audit-entry-index) NOT =
                 LOW-VALUES
              MOVE audit-compile-date (audit-entry-index)
                 TO report-line-work (53:6)
              MOVE audit-compile-rc (audit-entry-index)
                 TO compile-rc-edit
              MOVE compile-rc-edit TO report-line-work (60:9)
           END-IF.
           MOVE audit-finding (audit-entry-index)
              TO report-line-work (70:24).
           MOVE audit-note TO report-line-work (95:38).
           MOVE report-line-work TO report-record.
           WRITE report-record.
      *----------------------------------------------------------------
      * The queue is written in compile order -- every PF, then
      * every LF, then the rest -- so whoever runs it top to bottom
      * rebuilds files before the programs that open them.
      *----------------------------------------------------------------
       write-recompile-queue.
           MOVE SPACES TO command-string.
           STRING "OVRDBF FILE(QUEUE) TOFILE(" DELIMITED BY SIZE
                  queue-file-library           DELIMITED BY SPACE
                  "/"                          DELIMITED BY SIZE
                  queue-file-name              DELIMITED BY SPACE
                  ")"                          DELIMITED BY SIZE
             INTO command-string
           END-STRING.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
           OPEN OUTPUT queue-file.
           PERFORM queue-rank-pass
              VARYING queue-pass-rank FROM 1 BY 1
              UNTIL queue-pass-rank > 3.
           CLOSE queue-file.
           MOVE "DLTOVR FILE(QUEUE)" TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
                                command-return-code
           END-CALL.
           PERFORM log-command-result.
      *----------------------------------------------------------------
       queue-rank-pass.
           PERFORM queue-one-recompile
              VARYING audit-entry-index FROM 1 BY 1
              UNTIL audit-entry-index > audit-entry-count.
      *----------------------------------------------------------------
       queue-one-recompile.
           IF audit-finding (audit-entry-index) NOT = SPACES
              AND audit-rank (audit-entry-index) = queue-pass-rank
              MOVE SPACES TO manifest-structure
              MOVE audit-member (audit-entry-index)
                 TO manifest-member
              MOVE audit-type (audit-entry-index)
                 TO manifest-source-type
              MOVE audit-records (audit-entry-index)
                 TO manifest-line-count
              MOVE audit-change-date (audit-entry-index)
                 TO manifest-change-date
              MOVE audit-text (audit-entry-index)
                 TO manifest-source-text
              PERFORM find-manifest-command
              IF manifest-command-found
                 MOVE command-table-command (manifest-found-index)
                    TO manifest-compile-command
              END-IF
              IF manifest-compile-command = SPACES
                 PERFORM report-missing-command
              END-IF
              WRITE queue-file-record FROM manifest-structure
           END-IF.
      *----------------------------------------------------------------
       find-manifest-command.
           SET manifest-command-missing TO TRUE.
           MOVE ZERO TO manifest-found-index.
           PERFORM test-manifest-command
              VARYING manifest-entry-index FROM 1 BY 1
              UNTIL manifest-entry-index > manifest-entry-count
                 OR manifest-command-found.
      *----------------------------------------------------------------
       test-manifest-command.
           IF command-table-member (manifest-entry-index) =
                 audit-member (audit-entry-index)
              SET manifest-command-found TO TRUE
              MOVE manifest-entry-index TO manifest-found-index
           END-IF.
      *----------------------------------------------------------------
       report-missing-command.
           ADD 1 TO missing-command-total.
           MOVE SPACES TO report-record.
           STRING "*** NO COMPILE COMMAND IN MANIFEST FOR "
                                          DELIMITED BY SIZE
                  audit-member (audit-entry-index)
                                          DELIMITED BY SIZE
                  " - QUEUED WITHOUT ONE, KEY IT IN"
                                          DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       terminate-program.
           MOVE SPACES TO report-record.
           WRITE report-record.
           MOVE members-audited-total TO total-edit.
           MOVE SPACES TO report-record.
           STRING "MEMBERS AUDITED  . . . . . . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE members-skipped-total TO total-edit.
           MOVE SPACES TO report-record.
           STRING "MEMBERS BUILDING NO OBJECT . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE flagged-total TO total-edit.
           MOVE SPACES TO report-record.
           STRING "RECOMPILES QUEUED  . . . . . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           MOVE missing-command-total TO total-edit.
           MOVE SPACES TO report-record.
           STRING "QUEUED WITHOUT A COMMAND . . : "
                  DELIMITED BY SIZE
                  total-edit
                  DELIMITED BY SIZE
             INTO report-record
           END-STRING.
           WRITE report-record.
           CLOSE report-file.
           EVALUATE TRUE
               WHEN any-command-failed
                  MOVE 1 TO RETURN-CODE
               WHEN flagged-total > ZERO
                  MOVE 2 TO RETURN-CODE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
       log-command-result.
           IF command-return-code NOT = ZERO
              SET any-command-failed TO TRUE
              DISPLAY "BNDLOBJL *** COMMAND FAILED, RC="
                      command-return-code " CMD=" command-string
           END-IF.
