      ******************************************************************
      * BNDLINST - installed-release register record layout.
      *
      * One record per bundle applied to, or rolled back out of, a
      * production source library. The register (INSTALLP in the
      * source library, beside PROTECTP) is appended to by UNBUNDLEL
      * when a real apply ends without failures and by BNDLRBKL when
      * a rollback succeeds, and never rewritten, so it reads in the
      * order things happened: a bundle's LATEST record says whether
      * it is installed (APPLIED) or not (ROLLBACK). The library's
      * installed release is the highest INSTALL-RELEASE-LEVEL among
      * the bundles still installed. BNDLPRQL reads it to decide
      * whether a bundle's "P" prerequisites are met.
      ******************************************************************
       01  install-structure.
           02  install-bundle-name      PIC X(8).
           02  FILLER                   PIC X(1).
           02  install-bundle-library   PIC X(10).
           02  FILLER                   PIC X(1).
           02  install-bundle-date      PIC X(6).
           02  FILLER                   PIC X(1).
           02  install-release-level    PIC X(10).
           02  FILLER                   PIC X(1).
           02  install-action           PIC X(8).
           02  FILLER                   PIC X(1).
           02  install-run-date         PIC X(6).
           02  FILLER                   PIC X(1).
           02  install-run-time         PIC X(6).
           02  FILLER                   PIC X(20).
