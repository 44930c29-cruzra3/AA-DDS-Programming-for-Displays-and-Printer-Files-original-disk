      ******************************************************************
      * BNDLACKR - branch acknowledgment record layout.
      *
      * What a branch sends back to head office about the bundles
      * it has been given. BNDLACWL appends to BNDACKP in the bundle
      * library -- the library the bundles were received into -- so
      * the file can be shipped home whole; BNDLACKL posts it into
      * the head-office site register there.
      *
      * A "B" record is one bundle's outcome at this site: APPLIED
      * with the apply's return code, or HELD with the reason. Any
      * "P" (protected member skipped) and "C" (compile failed)
      * records for that run follow it, each naming the member and
      * source file. The site, bundle name, bundle date ("T" record
      * date) and run stamp are repeated on every record, so a
      * record can be matched to its "B" record on its own.
      ******************************************************************
       01  ack-structure.
           02  ack-record-type          PIC X(1).
           02  FILLER                   PIC X(1).
           02  ack-site-id              PIC X(8).
           02  FILLER                   PIC X(1).
           02  ack-bundle-name          PIC X(8).
           02  FILLER                   PIC X(1).
           02  ack-bundle-date          PIC X(6).
           02  FILLER                   PIC X(1).
           02  ack-run-date             PIC X(6).
           02  FILLER                   PIC X(1).
           02  ack-run-time             PIC X(6).
           02  FILLER                   PIC X(1).
           02  ack-status               PIC X(8).
           02  FILLER                   PIC X(1).
           02  ack-return-code          PIC S9(9)
                                        SIGN LEADING SEPARATE.
           02  FILLER                   PIC X(1).
           02  ack-member               PIC X(10).
           02  FILLER                   PIC X(1).
           02  ack-source-file          PIC X(10).
           02  FILLER                   PIC X(1).
           02  ack-detail               PIC X(17).
