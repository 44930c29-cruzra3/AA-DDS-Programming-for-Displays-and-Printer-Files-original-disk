      ******************************************************************
      * BNDLCPOL - command-policy record layout.
      *
      * The command policy says which commands a bundle's "C"
      * records may run here. One record allows one command verb
      * (CRTPF, CRTBNDCBL, OVRDBF ...) for one source type, or for
      * every source type when POLICY-SOURCE-TYPE is *ALL, and
      * names up to six of that command's parameters that may not
      * name a library other than the one the bundle is applied to.
      * POLICY-RESTRICTED-KIND says how the parameter names one: "Q"
      * (or blank) for a qualified object name such as PGM(LIB/OBJ)
      * or SRCFILE(LIB/FILE), where every library qualifier in the
      * value must be the target library or *CURLIB; "L" for a
      * parameter whose whole value is a library name, such as
      * TOLIB, which must then be one of those two itself. Several
      * records for the same type and verb add their restricted
      * parameters together.
      *
      * The policy is CMDPOLP, found on the library list and kept
      * by the security officer; no bundle can write to it. With
      * no CMDPOLP there is no policy and no command is allowed.
      * BNDLPOLL reads it for UNBUNDLEL, BNDLRCML and BNDLIMPL.
      ******************************************************************
       01  policy-structure.
           02  policy-source-type       PIC X(10).
           02  FILLER                   PIC X(1).
           02  policy-command-verb      PIC X(10).
           02  FILLER                   PIC X(1).
           02  policy-restricted-entry OCCURS 6.
               03  policy-restricted-parm PIC X(10).
               03  policy-restricted-kind PIC X(1).
               03  FILLER               PIC X(1).
           02  FILLER                   PIC X(6).
