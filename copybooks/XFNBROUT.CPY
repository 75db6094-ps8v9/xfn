      * Record layout for the decoded batch output file (XFNOUT.DAT),
      * shared between XFN (which writes it) and the jobs that read
      * it back. Record types: "H" header (run date, and the
      * business date of the XFNIN.DAT feed it decoded), "D" detail
      * (business key, source system, and timestamp passed through
      * from the input feed next to the decoded bits), "W" word
      * detail (same key/source/timestamp, but a two-byte status
               03  FILLER                PIC X(33).
           02  XFN-BATCH-OUT-HDR REDEFINES XFN-BATCH-OUT-DATA.
               03  XFN-BATCH-OUT-RUN-DATE  PIC X(8).
               03  XFN-BATCH-OUT-BUS-DATE  PIC X(8).
               03  FILLER                  PIC X(33).
