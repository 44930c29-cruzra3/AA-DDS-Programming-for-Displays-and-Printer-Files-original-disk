      * the member catalog. Ends with return code 2 when candidates
      * were found, the same "attention owed" code UNBUNDLEL uses
      * for protected-member skips.
      *
      * Bundles can deliver to several source files, so a history
      * record counts here only when its source file is this one or
      * is blank (records from before the source file was kept, and
      * those written against the file a bundle was applied to),
      * and a PROTECTP entry scoped to some other file does not
      * register a member of this one.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       01  source-file-record           PIC X(92).

       FD  history-file.
       01  history-file-record          PIC X(110).

       FD  protect-file.
       01  protect-file-record          PIC X(80).
      * flagged as arriving outside the system.
      *----------------------------------------------------------------
       note-history-record.
           IF history-source-file = SPACES
              OR history-source-file = source-file-name
              PERFORM note-file-history-record
           END-IF.
      *----------------------------------------------------------------
       note-file-history-record.
           IF history-action = "ADD"
              OR history-action = "REPLACE"
              MOVE history-member TO audit-search-member
           END-READ.
      *----------------------------------------------------------------
       store-protect-entry.
           IF protect-source-file NOT = SPACES
              AND protect-source-file NOT = source-file-name
              CONTINUE
           ELSE
              PERFORM add-protect-entry
           END-IF.
      *----------------------------------------------------------------
       add-protect-entry.
           IF protect-entry-count = 500
              DISPLAY "BNDLAUDL *** PROTECT REGISTRY EXCEEDS 500 "
                      "MEMBERS - EXCESS IGNORED"
