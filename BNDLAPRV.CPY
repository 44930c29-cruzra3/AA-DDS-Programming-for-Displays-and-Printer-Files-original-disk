      ******************************************************************
      * BNDLAPRV - bundle approval record layout.
      *
      * One record per decision a reviewer keys through BNDAPRL on
      * a bundle: APPROVED or REJECTED, by whom, when, and why. The
      * approval file is APPROVEP in the bundle library, created by
      * BNDAPRL the first time a decision is recorded, and is only
      * ever appended to, so it is the audit trail as well as the
      * gate. A decision is for one bundle as built on one date --
      * APPROVAL-BUNDLE-DATE is the bundle's "T" record date -- so a
      * rebuilt bundle of the same name needs a fresh sign-off. The
      * latest record for a name and date is the one that counts.
      * BNDLGATL reads the file for UNBUNDLEL, BNDLAPYL and BNDBRWL.
      ******************************************************************
       01  approval-structure.
           02  approval-bundle-name     PIC X(8).
           02  FILLER                   PIC X(1).
           02  approval-bundle-date     PIC X(6).
           02  FILLER                   PIC X(1).
           02  approval-decision        PIC X(8).
           02  FILLER                   PIC X(1).
           02  approval-user            PIC X(10).
           02  FILLER                   PIC X(1).
           02  approval-date            PIC X(6).
           02  FILLER                   PIC X(1).
           02  approval-time            PIC X(6).
           02  FILLER                   PIC X(1).
           02  approval-comment         PIC X(50).
