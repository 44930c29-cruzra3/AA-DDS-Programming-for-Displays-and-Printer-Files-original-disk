      * member is modified locally; UNBUNDLEL consults it before
      * every add, replace, delete and rename, skips the member,
      * and ends the run with return code 2 so the operator knows
      * a manual merge is owed. PROTECT-SOURCE-FILE limits the
      * entry to one source file of the library -- a program and
      * its display file often share a name -- and left blank the
      * entry protects the member name in every file.
      ******************************************************************
       01  protect-structure.
           02  protect-member           PIC X(10).
           02  protect-user             PIC X(10).
           02  FILLER                   PIC X(1).
           02  protect-reason           PIC X(40).
           02  FILLER                   PIC X(1).
           02  protect-source-file      PIC X(10).
           02  FILLER                   PIC X(7).
