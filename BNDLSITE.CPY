      ******************************************************************
      * BNDLSITE - head-office site register record layout.
      *
      * One record per thing head office knows about a bundle at a
      * branch: SHIPPED, written by SYNCBNDL when it builds a patch
      * bundle for that branch, and APPLIED or HELD, posted by
      * BNDLACKL from the branch's own acknowledgment, with the
      * return code, the branch's run stamp and how many protected
      * members were skipped and compiles failed. The register is
      * SITEREGP in the head-office bundle library, created on
      * first use and only ever appended to; for a site, bundle and
      * bundle date the acknowledgment with the latest run stamp is
      * the one that counts. BNDLMTXL prints it as a matrix, and
      * SYNCBNDL takes a branch's last-ship date from it.
      ******************************************************************
       01  register-structure.
           02  register-site-id         PIC X(8).
           02  FILLER                   PIC X(1).
           02  register-bundle-name     PIC X(8).
           02  FILLER                   PIC X(1).
           02  register-bundle-date     PIC X(6).
           02  FILLER                   PIC X(1).
           02  register-status          PIC X(8).
           02  FILLER                   PIC X(1).
           02  register-return-code     PIC S9(9)
                                        SIGN LEADING SEPARATE.
           02  FILLER                   PIC X(1).
           02  register-run-date        PIC X(6).
           02  FILLER                   PIC X(1).
           02  register-run-time        PIC X(6).
           02  FILLER                   PIC X(1).
           02  register-protected-count PIC 9(3).
           02  FILLER                   PIC X(1).
           02  register-failed-count    PIC 9(3).
           02  FILLER                   PIC X(1).
           02  register-posted-date     PIC X(6).
           02  FILLER                   PIC X(1).
           02  register-detail          PIC X(17).
           02  FILLER                   PIC X(9).
