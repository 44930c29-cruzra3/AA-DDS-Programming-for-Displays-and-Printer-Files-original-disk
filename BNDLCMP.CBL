      * identical. "D" and "R" records are listed too, so the
      * report is a complete picture of what applying the bundle
      * would touch, including the local modifications it is about
      * to wipe out. Nothing on the source file is changed. An "F"
      * record moves the compare to another source file of the same
      * library exactly as it moves UNBUNDLEL's apply, and each "T"
      * record moves it back to the file named on the call.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           VALUE 50.

       01  compare-member-name          PIC X(10).
       01  compare-source-file          PIC X(10).
       01  compare-source-type          PIC X(10).
       01  compare-source-text          PIC X(52).

           PERFORM open-report-file.
           SET stay-in-program TO TRUE.
           MOVE ZERO TO new-line-count.
           MOVE source-file-name TO compare-source-file.
      *----------------------------------------------------------------
       open-bundle-file.
           MOVE SPACES TO command-string.
           EVALUATE record-type OF t-record
               WHEN "T"
                  PERFORM print-manifest-line
                  MOVE source-file-name TO compare-source-file
               WHEN "F"
                  PERFORM print-source-file-line
               WHEN "M"
                  PERFORM start-member-compare
               WHEN "W"
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       print-source-file-line.
           MOVE target-source-file OF f-record TO compare-source-file.
           MOVE SPACES TO report-record.
           WRITE report-record.
           MOVE SPACES TO report-record.
           STRING "SOURCE FILE: "            DELIMITED BY SIZE
                  source-file-library        DELIMITED BY SPACE
                  "/"                        DELIMITED BY SIZE
                  compare-source-file        DELIMITED BY SPACE
             INTO report-record
           END-STRING.
           WRITE report-record.
      *----------------------------------------------------------------
       start-member-compare.
           MOVE source-member OF m-record TO compare-member-name.
           MOVE compare-member-name   TO report-line-work (8:10).
           MOVE compare-source-type   TO report-line-work (19:10).
           MOVE compare-source-text   TO report-line-work (30:52).
           MOVE compare-source-file   TO report-line-work (83:10).
           MOVE report-line-work TO report-record.
           WRITE report-record.
      *----------------------------------------------------------------
           STRING "CHKOBJ OBJ("             DELIMITED BY SIZE
                  source-file-library       DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  compare-source-file       DELIMITED BY SPACE
                  ") OBJTYPE(*FILE) MBR("   DELIMITED BY SIZE
                  compare-member-name       DELIMITED BY SPACE
                  ")"                       DELIMITED BY SIZE
           STRING "OVRDBF FILE(SOURCE) TOFILE(" DELIMITED BY SIZE
                  source-file-library           DELIMITED BY SPACE
                  "/"                           DELIMITED BY SIZE
                  compare-source-file           DELIMITED BY SPACE
                  ") MBR("                      DELIMITED BY SIZE
                  compare-member-name           DELIMITED BY SPACE
                  ")"                           DELIMITED BY SIZE
