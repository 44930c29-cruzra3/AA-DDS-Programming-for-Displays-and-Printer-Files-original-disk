      ******************************************************************
      * BNDLSNDR - trusted-sender registry record layout.
      *
      * One record per change made through BNDTRSL to the list of
      * sites this system accepts bundles from: the sender's site
      * ID, the 16-character key shared with it, whether it is
      * ACTIVE or REVOKED, who made the change and when. The
      * registry is SENDERP, found on the library list, created by
      * BNDTRSL the first time a sender is entered, and only ever
      * appended to; the latest record for a site is the one that
      * counts, and the file is its own audit trail. This site's
      * own entry holds the key BUNDLEL and SYNCBNDL sign outgoing
      * bundles with. BNDLKEYL reads it for BUNDLEL, SYNCBNDL,
      * BNDLTRSL and BNDBRWL.
      ******************************************************************
       01  sender-structure.
           02  sender-registry-site     PIC X(8).
           02  FILLER                   PIC X(1).
           02  sender-key               PIC X(16).
           02  FILLER                   PIC X(1).
           02  sender-status            PIC X(8).
           02  FILLER                   PIC X(1).
           02  sender-description       PIC X(30).
           02  FILLER                   PIC X(1).
           02  sender-changed-by        PIC X(10).
           02  FILLER                   PIC X(1).
           02  sender-changed-date      PIC X(6).
           02  FILLER                   PIC X(1).
           02  sender-changed-time      PIC X(6).
           02  FILLER                   PIC X(10).
