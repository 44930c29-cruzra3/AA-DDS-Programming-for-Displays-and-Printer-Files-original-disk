      *-----------------------------------------------------------------
       FILE SECTION.
       FD  history-file.
       01  history-file-record          PIC X(110).

       FD  archive-file.
       01  archive-file-record          PIC X(110).

       FD  survivor-file.
       01  survivor-file-record         PIC X(110).

       FD  report-file.
       01  report-record                PIC X(132).
              MOVE SPACES TO command-string
              STRING "CRTPF FILE("           DELIMITED BY SIZE
                     history-file-library    DELIMITED BY SPACE
                     "/BNDHARCP) RCDLEN(110) MAXMBRS(*NOMAX)"
                                             DELIMITED BY SIZE
                INTO command-string
              END-STRING
                                command-string-length
                                command-return-code
           END-CALL.
           MOVE "CRTPF FILE(QTEMP/BNDHWRKP) RCDLEN(110)"
              TO command-string.
           CALL "CMDEXCM" USING command-string
                                command-string-length
