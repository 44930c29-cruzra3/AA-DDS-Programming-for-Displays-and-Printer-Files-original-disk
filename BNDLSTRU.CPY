      ******************************************************************
      * BNDLSTRU - shared 100-byte bundle-file record layout.
      *
      * Record type 1 (T/I/N/F/P/M/W/X/O/C/S/E/D/R/Z) drives how the
      * rest of the record is interpreted; see UNBUNDLE.CBL and
      * BUNDLE.CBL for the record types this layout supports.
      *
      * An "S" record carries a per-member checksum of the source
      * lines, written just ahead of the member's "E" record. The
      * restored by padding to 80 columns on expansion, so the
      * member comes out byte-identical. Data after the last
      * encoded line is blank, which can never start a line header.
      *
      * An "F" record switches the source file the records after it
      * act on. A fix that touches a program, its display file and
      * its CL driver lives in three source files (QCBLSRC, QDDSSRC,
      * QCLSRC) of the same library; an "F" record ahead of each
      * group of members names the file in that library the group
      * belongs to, so the whole fix travels, previews, applies and
      * rolls back as one bundle. Every "T" record puts the target
      * back to the source file named on the call, so a bundle with
      * no "F" records -- and each single-member segment BUNDLEL
      * appends -- behaves exactly as it always has. Like "S", an
      * "F" record counts toward neither of the "Z" trailer totals.
      *
      * A "P" record names a prerequisite: REQUIRED-BUNDLE is a
      * distribution that has to be installed in the target source
      * library first, REQUIRED-RELEASE a release level the library
      * has to have reached; either may be left blank, and a bundle
      * may carry as many "P" records as it needs, normally right
      * behind its first "T". RELEASE-LEVEL on the "T" record is the
      * level the bundle itself brings the library to, blank for a
      * bundle that does not move the release. Release levels are
      * compared as plain character strings, so a vendor has to
      * keep them one fixed width and format (V03R02M00, say).
      * UNBUNDLEL refuses a bundle whose prerequisites are not in
      * the library's INSTALLP register (or, for bundles applied
      * before the register was kept, in BNDHSTP) and records every
      * bundle it applies cleanly there. Like "F", a "P" record
      * counts toward neither "Z" total.
      *
      * An "I" record identifies the sender: SENDER-SITE-ID is the
      * site that built the segment, written directly behind every
      * "T" by BUNDLEL and SYNCBNDL (the site ID from RTVSITM). The
      * segment's "Z" trailer then carries an AUTHENTICATION-VALUE
      * computed from the segment's contents and the key the
      * receiving site shares with that sender (the SENDERP
      * registry, layout BNDLSNDR), so a bundle that has been
      * altered, or built by anyone who does not hold the key,
      * fails the check. The value is taken, by BNDLAUTL, over the
      * key's 16 characters, then every record of the segment from
      * the "T" up to the "Z" as its full 100 bytes, then the first
      * 16 bytes of the "Z" itself (type and both totals), then the
      * key once more. Each character in turn takes the running
      * value V to the remainder of (V * 31 + c + 1) divided by
      * 999999937, where c is the character's own value; V starts
      * at zero. A segment with no "I" record, or a "Z" whose value
      * is blank, is unauthenticated. UNBUNDLEL, BNDBRWL and
      * BNDLAPYL refuse a bundle any of whose segments is
      * unauthenticated, comes from a sender not registered as
      * ACTIVE, or fails the check (BNDLTRSL). Like "F", an "I"
      * record counts toward neither "Z" total.
      *
      * An "N" record names a bundle that a consolidated bundle
      * (BNDLCONL) stands in for: SERIES-BUNDLE-NAME with the date
      * on its first "T" and the release level it brought the
      * library to. BNDLCONL writes one per bundle in the series --
      * and one per bundle a consolidated input itself named --
      * directly behind the "I", in apply order. When the
      * consolidated bundle goes in cleanly, UNBUNDLEL records each
      * of them in INSTALLP and acknowledges each to head office as
      * applied, so prerequisites and the site register see the
      * original distributions and not just the consolidation.
      * Readers with no use for the type skip it. Like "F", an "N"
      * record counts toward neither "Z" total; the authentication
      * value covers it like any other record.
      *
      * "O" records carry a compiled object, for a branch that has
      * no compiler to run the member's "C" record with. They sit
      * in the member's block after its source lines and ahead of
      * its "C" record, one header and then its data for each
      * object the member builds; OBJECT-RECORD-KIND tells the two
      * apart. The header ("H") names the object, its type and the
      * library it was saved from, and how many 528-byte records
      * the save file it was saved to (SAVOBJ) holds. The data
      * records ("D") follow it in order, each carrying 44 bytes of
      * the save file as 88 hexadecimal digits, 0-9 and A-F, high
      * digit first -- twelve of them to a save-file record -- so
      * the object travels as plain characters whatever the line
      * does to them. UNBUNDLEL rebuilds the save file and restores
      * the object into the target library in place of running the
      * compile. Only programs, commands and device files travel
      * this way; a physical or logical file would carry its data,
      * so those members always ship their compile. In a recovery
      * bundle a header whose record count is zero means the object
      * did not exist before the distribution and the rollback
      * removes it. Like "S", an "O" record counts toward neither
      * "Z" total; the authentication value covers it like any
      * other record.
      ******************************************************************
       01  bundle-structure.
           02  t-record.
               03  FILLER               PIC X(1).
               03  free-form-text       PIC X(80).
               03  bundle-date          PIC X(6).
               03  release-level        PIC X(10).
               03  FILLER               PIC X(2).
           02  i-record REDEFINES t-record.
               03  record-type          PIC X(1).
               03  FILLER               PIC X(1).
               03  sender-site-id       PIC X(8).
               03  FILLER               PIC X(90).
           02  n-record REDEFINES t-record.
               03  record-type          PIC X(1).
               03  FILLER               PIC X(1).
               03  series-bundle-name   PIC X(8).
               03  FILLER               PIC X(1).
               03  series-bundle-date   PIC X(6).
               03  FILLER               PIC X(1).
               03  series-release-level PIC X(10).
               03  FILLER               PIC X(72).
           02  f-record REDEFINES t-record.
               03  record-type          PIC X(1).
               03  FILLER               PIC X(1).
               03  target-source-file   PIC X(10).
               03  FILLER               PIC X(88).
           02  p-record REDEFINES t-record.
               03  record-type          PIC X(1).
               03  FILLER               PIC X(1).
               03  required-bundle      PIC X(8).
               03  FILLER               PIC X(1).
               03  required-release     PIC X(10).
               03  FILLER               PIC X(79).
           02  m-record REDEFINES t-record.
               03  record-type          PIC X(1).
               03  FILLER               PIC X(1).
               03  source-member        PIC X(10).
               03  FILLER               PIC X(1).
               03  packed-source-data   PIC X(87).
           02  o-record REDEFINES t-record.
               03  record-type          PIC X(1).
               03  object-record-kind   PIC X(1).
               03  source-member        PIC X(10).
               03  FILLER               PIC X(1).
               03  object-name          PIC X(10).
               03  FILLER               PIC X(1).
               03  object-type          PIC X(10).
               03  FILLER               PIC X(1).
               03  object-saved-library PIC X(10).
               03  FILLER               PIC X(1).
               03  object-record-count  PIC 9(7).
               03  FILLER               PIC X(47).
           02  o-data-record REDEFINES t-record.
               03  record-type          PIC X(1).
               03  object-record-kind   PIC X(1).
               03  source-member        PIC X(10).
               03  object-data          PIC X(88).
           02  c-record REDEFINES t-record.
               03  record-type          PIC X(1).
               03  FILLER               PIC X(1).
               03  expected-member-count PIC 9(5).
               03  FILLER               PIC X(1).
               03  expected-line-count  PIC 9(8).
               03  FILLER               PIC X(1).
               03  authentication-value PIC X(9).
               03  FILLER               PIC X(74).
