      * Record layout for the effective-dated flag-dictionary file
      * (XFNFLAGV.DAT), shared between XFNFMNT (which rewrites it on
      * every dictionary save) and XFNFVER (which names bits from
      * it). Each version is one "V" line followed by one "F" line
      * per defined position, all carrying the version's effective
      * date; versions are kept in ascending effective-date order,
      * and a version is in force from its effective date until the
      * next version's. XFN-FLGV-DATA of an "F" line is a flag line
      * exactly as in XFNFLAGS.DAT (position, sense, name, in either
      * the single- or two-digit position format). On a "V" line it
      * holds the user id that saved the version and the date saved
      * - spaces for the version taken over from an undated
      * XFNFLAGS.DAT, which is effective "00000000".
       01  XFN-FLGV-RECORD.
           02  XFN-FLGV-EFF-DATE  PIC X(8).
           02  FILLER             PIC X.
           02  XFN-FLGV-TYPE      PIC X.
               88  XFN-FLGV-HEADER     VALUE "V".
               88  XFN-FLGV-FLAG       VALUE "F".
           02  FILLER             PIC X.
           02  XFN-FLGV-DATA      PIC X(25).
           02  XFN-FLGV-HDR REDEFINES XFN-FLGV-DATA.
               03  XFN-FLGV-USER      PIC X(8).
               03  FILLER             PIC X.
               03  XFN-FLGV-SAVED     PIC X(8).
               03  FILLER             PIC X(8).
