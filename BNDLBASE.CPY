      ******************************************************************
      * BNDLBASE - vendor-baseline record layout.
      *
      * One record per source line of every vendor version of a
      * member, kept in VBASEP in the production source library so
      * a later merge can tell our changes from the vendor's. The
      * lines of one version share member, file, bundle and run
      * stamp and are numbered from 1 in BASELINE-LINE-NUMBER; the
      * latest run stamp for a member and file is its current
      * baseline. UNBUNDLEL appends an APPLIED version as each
      * member it applies is complete in production, read back from
      * the member itself; BNDLMRGL appends a SKIPPED version -- the
      * incoming source of a protected member the bundle did not
      * apply -- once it has reported the merge for it, since that
      * is the vendor's version from then on whatever we make of
      * it. The file is created by UNBUNDLEL and only ever appended
      * to.
      ******************************************************************
       01  baseline-structure.
           02  baseline-member          PIC X(10).
           02  baseline-source-file     PIC X(10).
           02  baseline-bundle-name     PIC X(8).
           02  baseline-bundle-date     PIC X(6).
           02  baseline-run-date        PIC X(6).
           02  baseline-run-time        PIC X(6).
           02  baseline-action          PIC X(8).
           02  baseline-line-number     PIC 9(6).
           02  baseline-source-line     PIC X(80).
