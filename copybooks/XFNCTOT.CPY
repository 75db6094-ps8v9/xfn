      * Record layout for the control-total file (XFNCTOT.DAT), one
      * record appended by each nightly step every time it runs
      * (XFNMERGE, XFN, XFNHIST, XFNALERT, XFNENC) and read back by
      * XFNBAL to prove the chain. Every detail the step took in is
      * accounted for in exactly one of OUT (passed on), REJECTED
      * (refused and logged), or DROPPED (deliberately not carried
      * forward - a superseded duplicate, an unchanged pattern, a
      * detail no rule fired on), so for a step that lost nothing
      *     IN = OUT + REJECTED + DROPPED
      * holds for the counts and, when XFN-CTOT-HASHED, for the hash
      * totals too (sum of the detail byte and word values modulo
      * 10**9, as in the feed trailers). XFN-CTOT-WRITTEN and
      * XFN-CTOT-WRITTEN-HASH are what the step actually wrote to the
      * file the next step reads - the figures a hand-off is proved
      * on. They differ from OUT where the step passes rejects on
      * (XFN's undecoded details stay on XFNOUT.DAT) or writes
      * several rows per detail (XFNALERT: alerts raised, not
      * hashed).
      * XFN-CTOT-DATE is the business date of the data the step
      * processed; a step rerun for the same date appends a new
      * record, and the latest one for a date and step is the one
      * that counts.
       01  XFN-CTOT-RECORD.
           02  XFN-CTOT-DATE        PIC X(8).
           02  FILLER               PIC X.
           02  XFN-CTOT-STEP        PIC X(8).
           02  FILLER               PIC X.
           02  XFN-CTOT-RUN-DATE    PIC X(8).
           02  XFN-CTOT-RUN-TIME    PIC X(6).
           02  FILLER               PIC X.
           02  XFN-CTOT-IN-COUNT    PIC 9(7).
           02  FILLER               PIC X.
           02  XFN-CTOT-IN-HASH     PIC 9(9).
           02  FILLER               PIC X.
           02  XFN-CTOT-OUT-COUNT   PIC 9(7).
           02  FILLER               PIC X.
           02  XFN-CTOT-OUT-HASH    PIC 9(9).
           02  FILLER               PIC X.
           02  XFN-CTOT-REJ-COUNT   PIC 9(7).
           02  FILLER               PIC X.
           02  XFN-CTOT-REJ-HASH    PIC 9(9).
           02  FILLER               PIC X.
           02  XFN-CTOT-DROP-COUNT  PIC 9(7).
           02  FILLER               PIC X.
           02  XFN-CTOT-DROP-HASH   PIC 9(9).
           02  FILLER               PIC X.
           02  XFN-CTOT-WRITTEN     PIC 9(7).
           02  FILLER               PIC X.
           02  XFN-CTOT-WRITTEN-HASH PIC 9(9).
           02  FILLER               PIC X.
           02  XFN-CTOT-HASH-SW     PIC X.
               88  XFN-CTOT-HASHED       VALUE "Y".
