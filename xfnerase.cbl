       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFNERASE.
      * Business-key erasure across the suite's data sets. When an
      * account is closed past its retention period, or a customer's
      * erasure request is approved, the key has to come out of every
      * file the suite keeps - masters, queues, feeds, the dated
      * generations XFNHSKP holds, journals, logs, and reports. This
      * job does it from one request file, XFNERASE.DAT:
      *   APPROVAL ref         the approval reference (required)
      *   KEY key              one line per business key (required)
      *   ARCDAYS n            how many days back to look for dated
      *                        XFNDISC.LOG archives (default 1830)
      *   * ...                comment
      * Each data set is treated by the way its records are built:
      *   - keyed files (history, pending, suspense, alerts, scores,
      *     decode report, encode inputs and rejects) lose every row
      *     carrying the key at the key's position;
      *   - the case and approval masters lose the key's rows, and
      *     their journals lose every line of the cases or requests
      *     removed (plus, for approvals, any line naming the key),
      *     with any other mention masked;
      *   - header/detail/trailer feeds (XFNIN, XFNINADD, the
      *     XFNMERGE source feeds, XFNOUT, XFNOUTP, XFNENCOUT and
      *     every generation on the XFNGENS.DAT catalog) lose the
      *     key's D and W details, and their trailer count and hash
      *     are reduced by exactly what was removed, so the readers'
      *     trailer checks still balance;
      *   - the warehouse extract XFNEXTR.DAT loses the key's rows
      *     and its CONTROL record is adjusted the same way;
      *   - free-text logs and printed reports (XFNACCS.LOG,
      *     XFNDISC.LOG and its dated archives, the .RPT files that
      *     list keys) keep their lines but have the key masked.
      * A file is only rewritten (through XFNERASE.TMP) when it held
      * the key. Every rewrite is recorded in the certificate
      * register XFNCERT.DAT - a header line with the approval
      * reference and key count, one line per file touched with its
      * rows read, removed, and masked, and a closing line with the
      * totals and result - and XFNERASE.RPT is printed as the
      * certificate that goes back to the requester. Neither carries
      * a key value, and nor does anything this job displays; once
      * the run is complete the key lines are cleared from
      * XFNERASE.DAT as well, leaving the approval reference and the
      * certificate id.
      * RETURN-CODE 12 when there is no approval reference or no key
      * (nothing is touched), 4 when a file could not be rewritten
      * (the key list is then kept for a rerun).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The data set being worked on and the scratch copy its
      *    surviving rows pass through.
           SELECT ERA-DAT-FILE ASSIGN TO DYNAMIC WS-ERA-DAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERA-DAT-STATUS.
           SELECT ERA-TMP-FILE ASSIGN TO "XFNERASE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERA-TMP-STATUS.
      *    Request, generation catalog, certificate register and
      *    printed certificate.
           SELECT ERA-REQ-FILE ASSIGN TO "XFNERASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERA-REQ-STATUS.
           SELECT ERA-GEN-FILE ASSIGN TO "XFNGENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERA-GEN-STATUS.
           SELECT ERA-CERT-FILE ASSIGN TO "XFNCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERA-CERT-STATUS.
           SELECT ERA-RPT-FILE ASSIGN TO "XFNERASE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERA-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERA-DAT-FILE.
       01  ERA-DAT-RECORD  PIC X(400).

       FD  ERA-TMP-FILE.
       01  ERA-TMP-RECORD  PIC X(400).

       FD  ERA-REQ-FILE.
       01  ERA-REQ-RECORD  PIC X(80).

       FD  ERA-GEN-FILE.
       01  ERA-GEN-RECORD.
           02  ERA-GEN-DATASET  PIC X(16).
           02  FILLER           PIC X.
           02  ERA-GEN-DATE     PIC X(8).
           02  FILLER           PIC X.
           02  ERA-GEN-NAME     PIC X(24).

      * One certificate register line. All lines of one run share
      * the certificate id (run date and time).
       FD  ERA-CERT-FILE.
       01  ERA-CERT-RECORD.
           02  ERA-CERT-ID         PIC X(14).
           02  FILLER              PIC X.
           02  ERA-CERT-TYPE       PIC X.
               88  ERA-CERT-HEADER      VALUE "H".
               88  ERA-CERT-FILE-LINE   VALUE "F".
               88  ERA-CERT-END         VALUE "E".
           02  FILLER              PIC X.
           02  ERA-CERT-DATA       PIC X(63).
           02  ERA-CERT-HDR REDEFINES ERA-CERT-DATA.
               03  ERA-CERT-APPROVAL   PIC X(20).
               03  FILLER              PIC X.
               03  ERA-CERT-KEYS       PIC 9(5).
               03  FILLER              PIC X(37).
           02  ERA-CERT-FIL REDEFINES ERA-CERT-DATA.
               03  ERA-CERT-NAME       PIC X(24).
               03  FILLER              PIC X.
               03  ERA-CERT-READ       PIC 9(7).
               03  FILLER              PIC X.
               03  ERA-CERT-REMOVED    PIC 9(7).
               03  FILLER              PIC X.
               03  ERA-CERT-MASKED     PIC 9(7).
               03  FILLER              PIC X.
               03  ERA-CERT-TOTALS     PIC X.
      *            "Y" when the control totals were rewritten.
               03  FILLER              PIC X.
               03  ERA-CERT-WRITTEN    PIC X.
      *            "N" when the file could not be rewritten.
               03  FILLER              PIC X(11).
           02  ERA-CERT-FTR REDEFINES ERA-CERT-DATA.
               03  ERA-CERT-FILES      PIC 9(5).
               03  FILLER              PIC X.
               03  ERA-CERT-ROWS       PIC 9(7).
               03  FILLER              PIC X.
               03  ERA-CERT-MASKS      PIC 9(7).
               03  FILLER              PIC X.
               03  ERA-CERT-RESULT     PIC X(10).
               03  FILLER              PIC X(31).

       FD  ERA-RPT-FILE.
       01  ERA-RPT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ERA-DAT-NAME    PIC X(24).
       01  WS-ERA-DAT-STATUS  PIC X(2).
       01  WS-ERA-TMP-STATUS  PIC X(2).
       01  WS-ERA-REQ-STATUS  PIC X(2).
       01  WS-ERA-GEN-STATUS  PIC X(2).
       01  WS-ERA-CERT-STATUS PIC X(2).
       01  WS-ERA-RPT-STATUS  PIC X(2).
       01  WS-ERA-EOF-SW      PIC X.
           88  WS-ERA-EOF          VALUE "Y".
       01  WS-ERA-GEN-EOF-SW  PIC X.
           88  WS-ERA-GEN-EOF      VALUE "Y".

       01  WS-ERA-RUN-DATE    PIC X(8).
       01  WS-ERA-RUN-DATE-N  PIC 9(8).
       01  WS-ERA-RUN-TIME    PIC X(8).
       01  WS-ERA-CERT-ID     PIC X(14).
       01  WS-ERA-APPROVAL    PIC X(20) VALUE SPACES.
       01  WS-ERA-ARC-DAYS    BINARY-LONG VALUE 1830.
       01  WS-ERA-RC          BINARY-LONG VALUE 0.
       01  WS-ERA-REQ-LINES   BINARY-LONG VALUE 0.

      * The keys to erase, with the length of each without its
      * trailing spaces (what a free-text mention is matched on).
       01  WS-KEY-MAX         BINARY-LONG VALUE 500.
       01  WS-KEY-COUNT       BINARY-LONG VALUE 0.
       01  WS-KEY-TABLE.
           02  WS-KEY-ENTRY  OCCURS 500 TIMES.
               03  WS-KEY-VALUE    PIC X(10).
               03  WS-KEY-LEN      BINARY-LONG.
       01  WS-KEY-IDX         BINARY-LONG.
       01  WS-KEY-NEW         PIC X(10).
       01  WS-KEY-FULL-SW     PIC X VALUE "N".
           88  WS-KEY-FULL         VALUE "Y".
       01  WS-KEY-HIT-SW      PIC X.
           88  WS-KEY-HIT          VALUE "Y".
       01  WS-ERA-MASK        PIC X(10) VALUE ALL "*".

      * Case and approval-request ids taken out of a master, so the
      * journal that follows it can lose their lines too.
       01  WS-ID-MAX          BINARY-LONG VALUE 2000.
       01  WS-ID-COUNT        BINARY-LONG VALUE 0.
       01  WS-ID-TABLE.
           02  WS-ID-VALUE  PIC X(6) OCCURS 2000 TIMES.
       01  WS-ID-IDX          BINARY-LONG.

      * The suite's data sets, in the order they are worked. Each
      * entry is the file name, the treatment, the column of the
      * business key (0 none), the column of the case/request id a
      * journal line carries (0 none), and for feeds the column of
      * the detail byte/word value that goes into the hash total.
      *   R  remove rows holding the key
      *   C  as R, and remember the id (column 1) of each row removed
      *   J  remove rows of a remembered id or holding the key; mask
      *      any other mention
      *   T  H/D/W/T feed: remove the key's details, reduce trailer
      *   X  delimited extract: remove the key's rows, reduce CONTROL
      *   M  mask every mention of the key
       01  WS-SET-COUNT       BINARY-LONG VALUE 35.
       01  WS-SET-LIST.
           02  FILLER PIC X(24) VALUE "XFNHIST.DAT".
           02  FILLER PIC X(10) VALUE "R001000000".
           02  FILLER PIC X(24) VALUE "XFNPEND.DAT".
           02  FILLER PIC X(10) VALUE "R010000000".
           02  FILLER PIC X(24) VALUE "XFNSUSP.DAT".
           02  FILLER PIC X(10) VALUE "R070000000".
           02  FILLER PIC X(24) VALUE "XFNALERT.DAT".
           02  FILLER PIC X(10) VALUE "R001000000".
           02  FILLER PIC X(24) VALUE "XFNSCORE.DAT".
           02  FILLER PIC X(10) VALUE "R001000000".
           02  FILLER PIC X(24) VALUE "XFNRPT.DAT".
           02  FILLER PIC X(10) VALUE "R001000000".
           02  FILLER PIC X(24) VALUE "XFNCASE.DAT".
           02  FILLER PIC X(10) VALUE "C017000000".
           02  FILLER PIC X(24) VALUE "XFNCASE.LOG".
           02  FILLER PIC X(10) VALUE "J000017000".
           02  FILLER PIC X(24) VALUE "XFNAPPR.DAT".
           02  FILLER PIC X(10) VALUE "C070000000".
           02  FILLER PIC X(24) VALUE "XFNAPPR.LOG".
           02  FILLER PIC X(10) VALUE "J043017000".
           02  FILLER PIC X(24) VALUE "XFNENCREQ.DAT".
           02  FILLER PIC X(10) VALUE "R002000000".
           02  FILLER PIC X(24) VALUE "XFNENCIN.DAT".
           02  FILLER PIC X(10) VALUE "R002000000".
           02  FILLER PIC X(24) VALUE "XFNENCADD.DAT".
           02  FILLER PIC X(10) VALUE "R002000000".
           02  FILLER PIC X(24) VALUE "XFNENCREJ.DAT".
           02  FILLER PIC X(10) VALUE "R002000000".
           02  FILLER PIC X(24) VALUE "XFNIN1.DAT".
           02  FILLER PIC X(10) VALUE "T002000030".
           02  FILLER PIC X(24) VALUE "XFNIN2.DAT".
           02  FILLER PIC X(10) VALUE "T002000030".
           02  FILLER PIC X(24) VALUE "XFNIN3.DAT".
           02  FILLER PIC X(10) VALUE "T002000030".
           02  FILLER PIC X(24) VALUE "XFNIN4.DAT".
           02  FILLER PIC X(10) VALUE "T002000030".
           02  FILLER PIC X(24) VALUE "XFNIN.DAT".
           02  FILLER PIC X(10) VALUE "T002000030".
           02  FILLER PIC X(24) VALUE "XFNINADD.DAT".
           02  FILLER PIC X(10) VALUE "T002000030".
           02  FILLER PIC X(24) VALUE "XFNOUT.DAT".
           02  FILLER PIC X(10) VALUE "T002000030".
           02  FILLER PIC X(24) VALUE "XFNOUTP.DAT".
           02  FILLER PIC X(10) VALUE "T002000030".
           02  FILLER PIC X(24) VALUE "XFNENCOUT.DAT".
           02  FILLER PIC X(10) VALUE "T002000012".
           02  FILLER PIC X(24) VALUE "XFNEXTR.DAT".
           02  FILLER PIC X(10) VALUE "X001000005".
           02  FILLER PIC X(24) VALUE "XFNACCS.LOG".
           02  FILLER PIC X(10) VALUE "M000000000".
           02  FILLER PIC X(24) VALUE "XFNDISC.LOG".
           02  FILLER PIC X(10) VALUE "M000000000".
           02  FILLER PIC X(24) VALUE "XFNAGE.RPT".
           02  FILLER PIC X(10) VALUE "M000000000".
           02  FILLER PIC X(24) VALUE "XFNAPPR.RPT".
           02  FILLER PIC X(10) VALUE "M000000000".
           02  FILLER PIC X(24) VALUE "XFNCASE.RPT".
           02  FILLER PIC X(10) VALUE "M000000000".
           02  FILLER PIC X(24) VALUE "XFNDELTA.RPT".
           02  FILLER PIC X(10) VALUE "M000000000".
           02  FILLER PIC X(24) VALUE "XFNMERGE.RPT".
           02  FILLER PIC X(10) VALUE "M000000000".
           02  FILLER PIC X(24) VALUE "XFNRECON.RPT".
           02  FILLER PIC X(10) VALUE "M000000000".
           02  FILLER PIC X(24) VALUE "XFNSUSP.RPT".
           02  FILLER PIC X(10) VALUE "M000000000".
           02  FILLER PIC X(24) VALUE "XFNWATCH.RPT".
           02  FILLER PIC X(10) VALUE "M000000000".
           02  FILLER PIC X(24) VALUE "XFNSRC.RPT".
           02  FILLER PIC X(10) VALUE "M000000000".
       01  WS-SET-TABLE REDEFINES WS-SET-LIST.
           02  WS-SET-ENTRY  OCCURS 35 TIMES.
               03  WS-SET-NAME      PIC X(24).
               03  WS-SET-MODE      PIC X.
               03  WS-SET-KEY-POS   PIC 9(3).
               03  WS-SET-ID-POS    PIC 9(3).
               03  WS-SET-VAL-POS   PIC 9(3).
       01  WS-SET-IDX         BINARY-LONG.

      * The data set in hand and what happened to it.
       01  WS-ERA-MODE        PIC X.
       01  WS-ERA-KEY-POS     BINARY-LONG.
       01  WS-ERA-ID-POS      BINARY-LONG.
       01  WS-ERA-VAL-POS     BINARY-LONG.
       01  WS-ERA-QUIET-SW    PIC X.
           88  WS-ERA-QUIET        VALUE "Y".
       01  WS-ERA-ROW         PIC X(400).
       01  WS-ERA-DROP-SW     PIC X.
           88  WS-ERA-DROP         VALUE "Y".
       01  WS-ERA-READ        BINARY-LONG.
       01  WS-ERA-REMOVED     BINARY-LONG.
       01  WS-ERA-MASKED      BINARY-LONG.
       01  WS-ERA-HITS        BINARY-LONG.
       01  WS-ERA-LEN         BINARY-LONG.
       01  WS-ERA-POS         BINARY-LONG.
       01  WS-ERA-BOUND-SW    PIC X.
           88  WS-ERA-BOUND        VALUE "Y".
       01  WS-ERA-EDGE        PIC X.
           88  WS-ERA-EDGE-KEY-CHAR VALUE "A" THRU "Z" "a" THRU "z"
                                          "0" THRU "9".
       01  WS-ERA-REM-HASH    BINARY-LONG.
       01  WS-ERA-VALUE       BINARY-LONG.
       01  WS-ERA-TOTALS-SW   PIC X.
           88  WS-ERA-TOTALS-DONE  VALUE "Y".
       01  WS-ERA-WRITTEN-SW  PIC X.
           88  WS-ERA-WRITTEN      VALUE "Y".

      * Trailer and CONTROL-record arithmetic.
       01  WS-TRL-COUNT       PIC 9(7).
       01  WS-TRL-HASH        PIC 9(9).
       01  WS-TRL-COUNT-N     BINARY-LONG.
       01  WS-TRL-HASH-N      BINARY-LONG.
       01  WS-TRL-COUNT-D     PIC ZZZZZZ9.
       01  WS-TRL-HASH-D      PIC ZZZZZZZZ9.

      * Extract row fields (pipe-delimited).
       01  WS-EXT-KEY         PIC X(10).
       01  WS-EXT-F2          PIC X(20).
       01  WS-EXT-F3          PIC X(20).
       01  WS-EXT-F4          PIC X(20).
       01  WS-EXT-F5          PIC X(20).

      * Run totals for the certificate.
       01  WS-TOT-EXAMINED    BINARY-LONG VALUE 0.
       01  WS-TOT-TOUCHED     BINARY-LONG VALUE 0.
       01  WS-TOT-REMOVED     BINARY-LONG VALUE 0.
       01  WS-TOT-MASKED      BINARY-LONG VALUE 0.
       01  WS-TOT-FAILED      BINARY-LONG VALUE 0.

      * Dated XFNDISC.LOG archive probing.
       01  WS-ARC-DAY         BINARY-LONG.
       01  WS-ARC-DATE        PIC 9(8).

       01  WS-ERA-CNT-D       PIC ZZZZZZ9.
       01  WS-ERA-CNT-2-D     PIC ZZZZZZ9.
       01  WS-ERA-CNT-3-D     PIC ZZZZZZ9.
       01  WS-ERA-LINE        PIC X(80).

       PROCEDURE DIVISION.
           ACCEPT WS-ERA-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ERA-RUN-TIME FROM TIME
           MOVE WS-ERA-RUN-DATE TO WS-ERA-RUN-DATE-N
           MOVE SPACES TO WS-ERA-CERT-ID
           STRING WS-ERA-RUN-DATE WS-ERA-RUN-TIME(1:6)
               DELIMITED BY SIZE INTO WS-ERA-CERT-ID
           END-STRING

           PERFORM READ-REQUEST THRU READ-REQUEST-EXIT
           IF WS-ERA-APPROVAL = SPACES
               DISPLAY "XFNERASE: no APPROVAL reference in "
                       "XFNERASE.DAT; nothing erased."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-KEY-FULL
               DISPLAY "XFNERASE: more than " WS-KEY-MAX
                       " keys in XFNERASE.DAT; split the list. "
                       "Nothing erased."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-KEY-COUNT = 0
               DISPLAY "XFNERASE: no KEY lines in XFNERASE.DAT; "
                       "nothing erased."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ERA-RPT-FILE
           IF WS-ERA-RPT-STATUS NOT = "00"
               DISPLAY "XFNERASE: cannot open XFNERASE.RPT (status "
                       WS-ERA-RPT-STATUS "); nothing erased."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND ERA-CERT-FILE
           IF WS-ERA-CERT-STATUS NOT = "00"
      *        XFNCERT.DAT does not exist yet; create it.
               OPEN OUTPUT ERA-CERT-FILE
               IF WS-ERA-CERT-STATUS NOT = "00"
                   DISPLAY "XFNERASE: cannot open XFNCERT.DAT "
                           "(status " WS-ERA-CERT-STATUS
                           "); nothing erased."
                   CLOSE ERA-RPT-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM PUT-CERT-HEADER THRU PUT-CERT-HEADER-EXIT

      *    The fixed list of data sets.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
             UNTIL WS-SET-IDX > WS-SET-COUNT
               MOVE WS-SET-NAME(WS-SET-IDX)    TO WS-ERA-DAT-NAME
               MOVE WS-SET-MODE(WS-SET-IDX)    TO WS-ERA-MODE
               MOVE WS-SET-KEY-POS(WS-SET-IDX) TO WS-ERA-KEY-POS
               MOVE WS-SET-ID-POS(WS-SET-IDX)  TO WS-ERA-ID-POS
               MOVE WS-SET-VAL-POS(WS-SET-IDX) TO WS-ERA-VAL-POS
               MOVE "N" TO WS-ERA-QUIET-SW
               PERFORM ERASE-DATASET THRU ERASE-DATASET-EXIT
           END-PERFORM
      *    Every dated generation XFNHSKP keeps.
           PERFORM ERASE-GENERATIONS THRU ERASE-GENERATIONS-EXIT
      *    Every dated XFNDISC.LOG archive within the window.
           PERFORM ERASE-ARCHIVES THRU ERASE-ARCHIVES-EXIT

           PERFORM PUT-CERT-END THRU PUT-CERT-END-EXIT
           CLOSE ERA-CERT-FILE ERA-RPT-FILE
           MOVE "XFNERASE.TMP" TO WS-ERA-DAT-NAME
           DELETE FILE ERA-DAT-FILE
           IF WS-TOT-FAILED = 0
               PERFORM CLEAR-REQUEST THRU CLEAR-REQUEST-EXIT
           END-IF
           DISPLAY "XFNERASE: certificate " WS-ERA-CERT-ID
                   " written to XFNCERT.DAT and XFNERASE.RPT"
           MOVE WS-ERA-RC TO RETURN-CODE
           GOBACK
           .
      ******************************************************************
      * READ-REQUEST: Reads XFNERASE.DAT: the APPROVAL reference, the *
      *               KEY lines (duplicates taken once), and the      *
      *               optional ARCDAYS window. A line that is none    *
      *               of these is reported by its line number only.   *
      ******************************************************************
       READ-REQUEST.
           OPEN INPUT ERA-REQ-FILE
           IF WS-ERA-REQ-STATUS NOT = "00"
               DISPLAY "XFNERASE: cannot open XFNERASE.DAT (status "
                       WS-ERA-REQ-STATUS ")."
               GO TO READ-REQUEST-EXIT
           END-IF
           MOVE "N" TO WS-ERA-EOF-SW
           PERFORM UNTIL WS-ERA-EOF
               READ ERA-REQ-FILE
                   AT END
                       MOVE "Y" TO WS-ERA-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ERA-REQ-LINES
                       PERFORM TAKE-REQUEST-LINE
                          THRU TAKE-REQUEST-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE ERA-REQ-FILE
           IF WS-ERA-ARC-DAYS < 0
               MOVE 0 TO WS-ERA-ARC-DAYS
           END-IF
           .
       READ-REQUEST-EXIT.
           EXIT
           .
      ******************************************************************
      * TAKE-REQUEST-LINE: Takes one XFNERASE.DAT line.               *
      ******************************************************************
       TAKE-REQUEST-LINE.
           EVALUATE TRUE
               WHEN ERA-REQ-RECORD = SPACES
                  OR ERA-REQ-RECORD(1:1) = "*"
                   CONTINUE
               WHEN ERA-REQ-RECORD(1:9) = "APPROVAL "
                   MOVE FUNCTION TRIM(ERA-REQ-RECORD(10:71))
                     TO WS-ERA-APPROVAL
               WHEN ERA-REQ-RECORD(1:8) = "ARCDAYS "
                   COMPUTE WS-ERA-ARC-DAYS =
                       FUNCTION NUMVAL(FUNCTION TRIM(
                           ERA-REQ-RECORD(9:12)))
               WHEN ERA-REQ-RECORD(1:4) = "KEY "
                  AND ERA-REQ-RECORD(5:10) NOT = SPACES
                   MOVE ERA-REQ-RECORD(5:10) TO WS-KEY-NEW
                   PERFORM ADD-KEY THRU ADD-KEY-EXIT
               WHEN OTHER
                   MOVE WS-ERA-REQ-LINES TO WS-ERA-CNT-D
                   DISPLAY "XFNERASE: XFNERASE.DAT line "
                           FUNCTION TRIM(WS-ERA-CNT-D)
                           " not understood; ignored."
           END-EVALUATE
           .
       TAKE-REQUEST-LINE-EXIT.
           EXIT
           .
      ******************************************************************
      * ADD-KEY: Adds WS-KEY-NEW to the key table unless it is there  *
      *          already.                                             *
      ******************************************************************
       ADD-KEY.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
             UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-VALUE(WS-KEY-IDX) = WS-KEY-NEW
                   GO TO ADD-KEY-EXIT
               END-IF
           END-PERFORM
           IF WS-KEY-COUNT >= WS-KEY-MAX
               MOVE "Y" TO WS-KEY-FULL-SW
               GO TO ADD-KEY-EXIT
           END-IF
           ADD 1 TO WS-KEY-COUNT
           MOVE WS-KEY-NEW TO WS-KEY-VALUE(WS-KEY-COUNT)
           COMPUTE WS-KEY-LEN(WS-KEY-COUNT) =
               FUNCTION LENGTH(FUNCTION TRIM(WS-KEY-NEW TRAILING))
           .
       ADD-KEY-EXIT.
           EXIT
           .
      ******************************************************************
      * ERASE-GENERATIONS: Works every generation on the XFNGENS.DAT  *
      *                    catalog as a feed. XFNENCOUT generations   *
      *                    carry the value at column 12, XFNOUT       *
      *                    generations at column 30.                  *
      ******************************************************************
       ERASE-GENERATIONS.
           OPEN INPUT ERA-GEN-FILE
           IF WS-ERA-GEN-STATUS NOT = "00"
               MOVE SPACES TO WS-ERA-LINE
               STRING "ABSENT   XFNGENS.DAT - no generations on "
                      "catalog"
                   DELIMITED BY SIZE INTO WS-ERA-LINE
               END-STRING
               PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
               GO TO ERASE-GENERATIONS-EXIT
           END-IF
           MOVE "N" TO WS-ERA-GEN-EOF-SW
           PERFORM UNTIL WS-ERA-GEN-EOF
               READ ERA-GEN-FILE
                   AT END
                       MOVE "Y" TO WS-ERA-GEN-EOF-SW
                   NOT AT END
                       IF ERA-GEN-NAME NOT = SPACES
                           MOVE ERA-GEN-NAME TO WS-ERA-DAT-NAME
                           MOVE "T" TO WS-ERA-MODE
                           MOVE 2 TO WS-ERA-KEY-POS
                           MOVE 0 TO WS-ERA-ID-POS
                           IF ERA-GEN-DATASET = "XFNENCOUT.DAT"
                               MOVE 12 TO WS-ERA-VAL-POS
                           ELSE
                               MOVE 30 TO WS-ERA-VAL-POS
                           END-IF
                           MOVE "N" TO WS-ERA-QUIET-SW
                           PERFORM ERASE-DATASET
                              THRU ERASE-DATASET-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERA-GEN-FILE
           .
       ERASE-GENERATIONS-EXIT.
           EXIT
           .
      ******************************************************************
      * ERASE-ARCHIVES: Masks the key in every dated XFNDISC.LOG      *
      *                 archive (XFNDISC.LOG.yyyymmdd.ARC) from the   *
      *                 run date back ARCDAYS calendar days. Dates    *
      *                 with no archive are passed over silently.     *
      ******************************************************************
       ERASE-ARCHIVES.
           PERFORM VARYING WS-ARC-DAY FROM 0 BY 1
             UNTIL WS-ARC-DAY > WS-ERA-ARC-DAYS
               COMPUTE WS-ARC-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ERA-RUN-DATE-N)
                   - WS-ARC-DAY)
               MOVE SPACES TO WS-ERA-DAT-NAME
               STRING "XFNDISC.LOG." WS-ARC-DATE ".ARC"
                   DELIMITED BY SIZE INTO WS-ERA-DAT-NAME
               END-STRING
               MOVE "M" TO WS-ERA-MODE
               MOVE 0 TO WS-ERA-KEY-POS
               MOVE 0 TO WS-ERA-ID-POS
               MOVE 0 TO WS-ERA-VAL-POS
               MOVE "Y" TO WS-ERA-QUIET-SW
               PERFORM ERASE-DATASET THRU ERASE-DATASET-EXIT
           END-PERFORM
           .
       ERASE-ARCHIVES-EXIT.
           EXIT
           .
      ******************************************************************
      * ERASE-DATASET: Passes the file named in WS-ERA-DAT-NAME       *
      *                through XFNERASE.TMP, screening every row by   *
      *                WS-ERA-MODE, and copies the survivors back     *
      *                when anything was removed or masked. A file    *
      *                that did not hold the key is left untouched.   *
      ******************************************************************
       ERASE-DATASET.
           MOVE 0 TO WS-ERA-READ
           MOVE 0 TO WS-ERA-REMOVED
           MOVE 0 TO WS-ERA-MASKED
           MOVE 0 TO WS-ERA-REM-HASH
           MOVE "N" TO WS-ERA-TOTALS-SW
           MOVE "Y" TO WS-ERA-WRITTEN-SW
           IF WS-ERA-MODE = "C"
               MOVE 0 TO WS-ID-COUNT
           END-IF
           OPEN INPUT ERA-DAT-FILE
           IF WS-ERA-DAT-STATUS NOT = "00"
               IF NOT WS-ERA-QUIET
                   MOVE SPACES TO WS-ERA-LINE
                   STRING "ABSENT   " WS-ERA-DAT-NAME
                       DELIMITED BY SIZE INTO WS-ERA-LINE
                   END-STRING
                   PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
               END-IF
               GO TO ERASE-DATASET-EXIT
           END-IF
           ADD 1 TO WS-TOT-EXAMINED
           OPEN OUTPUT ERA-TMP-FILE
           IF WS-ERA-TMP-STATUS NOT = "00"
               DISPLAY "XFNERASE: cannot open XFNERASE.TMP (status "
                       WS-ERA-TMP-STATUS "); "
                       FUNCTION TRIM(WS-ERA-DAT-NAME) " not worked."
               CLOSE ERA-DAT-FILE
               MOVE "N" TO WS-ERA-WRITTEN-SW
               ADD 1 TO WS-TOT-FAILED
               MOVE 4 TO WS-ERA-RC
               PERFORM PUT-FILE-RESULT THRU PUT-FILE-RESULT-EXIT
               GO TO ERASE-DATASET-EXIT
           END-IF
           MOVE "N" TO WS-ERA-EOF-SW
           PERFORM UNTIL WS-ERA-EOF
               READ ERA-DAT-FILE
                   AT END
                       MOVE "Y" TO WS-ERA-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ERA-READ
                       MOVE ERA-DAT-RECORD TO WS-ERA-ROW
                       PERFORM SCREEN-ROW THRU SCREEN-ROW-EXIT
                       IF NOT WS-ERA-DROP
                           MOVE WS-ERA-ROW TO ERA-TMP-RECORD
                           WRITE ERA-TMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERA-DAT-FILE ERA-TMP-FILE
           IF WS-ERA-REMOVED = 0 AND WS-ERA-MASKED = 0
               PERFORM PUT-FILE-RESULT THRU PUT-FILE-RESULT-EXIT
               GO TO ERASE-DATASET-EXIT
           END-IF
           PERFORM COPY-BACK THRU COPY-BACK-EXIT
           ADD 1 TO WS-TOT-TOUCHED
           ADD WS-ERA-REMOVED TO WS-TOT-REMOVED
           ADD WS-ERA-MASKED TO WS-TOT-MASKED
           PERFORM PUT-FILE-RESULT THRU PUT-FILE-RESULT-EXIT
           PERFORM PUT-CERT-FILE THRU PUT-CERT-FILE-EXIT
           .
       ERASE-DATASET-EXIT.
           EXIT
           .
      ******************************************************************
      * SCREEN-ROW: Decides whether WS-ERA-ROW survives, masking or   *
      *             adjusting it in place where the mode calls for it.*
      ******************************************************************
       SCREEN-ROW.
           MOVE "N" TO WS-ERA-DROP-SW
           EVALUATE WS-ERA-MODE
               WHEN "R"
               WHEN "C"
                   PERFORM MATCH-KEY-AT THRU MATCH-KEY-AT-EXIT
                   IF WS-KEY-HIT
                       MOVE "Y" TO WS-ERA-DROP-SW
                       IF WS-ERA-MODE = "C"
                           PERFORM REMEMBER-ID THRU REMEMBER-ID-EXIT
                       END-IF
                   END-IF
               WHEN "J"
                   PERFORM SCREEN-JOURNAL THRU SCREEN-JOURNAL-EXIT
               WHEN "T"
                   PERFORM SCREEN-FEED THRU SCREEN-FEED-EXIT
               WHEN "X"
                   PERFORM SCREEN-EXTRACT THRU SCREEN-EXTRACT-EXIT
               WHEN "M"
                   PERFORM MASK-ROW THRU MASK-ROW-EXIT
           END-EVALUATE
           IF WS-ERA-DROP
               ADD 1 TO WS-ERA-REMOVED
           END-IF
           .
       SCREEN-ROW-EXIT.
           EXIT
           .
      ******************************************************************
      * MATCH-KEY-AT: Sets WS-KEY-HIT when the ten characters at      *
      *               column WS-ERA-KEY-POS of the row are one of the *
      *               keys.                                           *
      ******************************************************************
       MATCH-KEY-AT.
           MOVE "N" TO WS-KEY-HIT-SW
           IF WS-ERA-KEY-POS = 0
               GO TO MATCH-KEY-AT-EXIT
           END-IF
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
             UNTIL WS-KEY-IDX > WS-KEY-COUNT OR WS-KEY-HIT
               IF WS-ERA-ROW(WS-ERA-KEY-POS:10)
                  = WS-KEY-VALUE(WS-KEY-IDX)
                   MOVE "Y" TO WS-KEY-HIT-SW
               END-IF
           END-PERFORM
           .
       MATCH-KEY-AT-EXIT.
           EXIT
           .
      ******************************************************************
      * REMEMBER-ID: Keeps the id in columns 1-6 of a removed master  *
      *              row for the journal that follows.                *
      ******************************************************************
       REMEMBER-ID.
           IF WS-ID-COUNT >= WS-ID-MAX
               DISPLAY "XFNERASE: id table full; journal lines of "
                       "further ids in " FUNCTION TRIM(WS-ERA-DAT-NAME)
                       " are masked, not removed."
               MOVE 4 TO WS-ERA-RC
               GO TO REMEMBER-ID-EXIT
           END-IF
           ADD 1 TO WS-ID-COUNT
           MOVE WS-ERA-ROW(1:6) TO WS-ID-VALUE(WS-ID-COUNT)
           .
       REMEMBER-ID-EXIT.
           EXIT
           .
      ******************************************************************
      * SCREEN-JOURNAL: Drops a journal line of a remembered id or    *
      *                 one holding the key at the key column; masks  *
      *                 any other mention of a key.                   *
      ******************************************************************
       SCREEN-JOURNAL.
           PERFORM MATCH-KEY-AT THRU MATCH-KEY-AT-EXIT
           IF WS-KEY-HIT
               MOVE "Y" TO WS-ERA-DROP-SW
               GO TO SCREEN-JOURNAL-EXIT
           END-IF
           IF WS-ERA-ID-POS > 0
               PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                 UNTIL WS-ID-IDX > WS-ID-COUNT OR WS-ERA-DROP
                   IF WS-ERA-ROW(WS-ERA-ID-POS:6)
                      = WS-ID-VALUE(WS-ID-IDX)
                       MOVE "Y" TO WS-ERA-DROP-SW
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ERA-DROP
               PERFORM MASK-ROW THRU MASK-ROW-EXIT
           END-IF
           .
       SCREEN-JOURNAL-EXIT.
           EXIT
           .
      ******************************************************************
      * SCREEN-FEED: Drops the key's D and W details from a feed,     *
      *              adding each one's byte or word value to the      *
      *              removed hash; on the trailer, takes the removed  *
      *              count and hash off the trailer's own figures.    *
      ******************************************************************
       SCREEN-FEED.
           EVALUATE WS-ERA-ROW(1:1)
               WHEN "D"
               WHEN "W"
                   PERFORM MATCH-KEY-AT THRU MATCH-KEY-AT-EXIT
                   IF NOT WS-KEY-HIT
                       GO TO SCREEN-FEED-EXIT
                   END-IF
                   MOVE "Y" TO WS-ERA-DROP-SW
                   MOVE 0 TO WS-ERA-VALUE
                   IF WS-ERA-ROW(1:1) = "D"
                       IF WS-ERA-ROW(WS-ERA-VAL-POS:3) IS NUMERIC
                           MOVE WS-ERA-ROW(WS-ERA-VAL-POS:3)
                             TO WS-ERA-VALUE
                       END-IF
                   ELSE
                       IF WS-ERA-ROW(WS-ERA-VAL-POS:5) IS NUMERIC
                           MOVE WS-ERA-ROW(WS-ERA-VAL-POS:5)
                             TO WS-ERA-VALUE
                       END-IF
                   END-IF
                   COMPUTE WS-ERA-REM-HASH = FUNCTION MOD(
                       WS-ERA-REM-HASH + WS-ERA-VALUE, 1000000000)
               WHEN "T"
                   IF WS-ERA-REMOVED = 0
                      OR WS-ERA-ROW(2:7) IS NOT NUMERIC
                      OR WS-ERA-ROW(9:9) IS NOT NUMERIC
                       GO TO SCREEN-FEED-EXIT
                   END-IF
                   MOVE WS-ERA-ROW(2:7) TO WS-TRL-COUNT-N
                   MOVE WS-ERA-ROW(9:9) TO WS-TRL-HASH-N
                   PERFORM REDUCE-TOTALS THRU REDUCE-TOTALS-EXIT
                   MOVE WS-TRL-COUNT-N TO WS-TRL-COUNT
                   MOVE WS-TRL-HASH-N TO WS-TRL-HASH
                   MOVE WS-TRL-COUNT TO WS-ERA-ROW(2:7)
                   MOVE WS-TRL-HASH TO WS-ERA-ROW(9:9)
           END-EVALUATE
           .
       SCREEN-FEED-EXIT.
           EXIT
           .
      ******************************************************************
      * SCREEN-EXTRACT: Drops the key's rows from the pipe-delimited  *
      *                 extract (key first, value fifth) and adjusts  *
      *                 the closing CONTROL|date|count|hash record.   *
      ******************************************************************
       SCREEN-EXTRACT.
           IF WS-ERA-ROW(1:8) = "CONTROL|"
               IF WS-ERA-REMOVED = 0
                   GO TO SCREEN-EXTRACT-EXIT
               END-IF
               UNSTRING WS-ERA-ROW DELIMITED BY "|"
                   INTO WS-EXT-KEY WS-EXT-F2 WS-EXT-F3 WS-EXT-F4
               END-UNSTRING
               COMPUTE WS-TRL-COUNT-N =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-EXT-F3))
               COMPUTE WS-TRL-HASH-N =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-EXT-F4))
               PERFORM REDUCE-TOTALS THRU REDUCE-TOTALS-EXIT
               MOVE WS-TRL-COUNT-N TO WS-TRL-COUNT-D
               MOVE WS-TRL-HASH-N TO WS-TRL-HASH-D
               MOVE SPACES TO WS-ERA-ROW
               STRING "CONTROL|" FUNCTION TRIM(WS-EXT-F2) "|"
                      FUNCTION TRIM(WS-TRL-COUNT-D) "|"
                      FUNCTION TRIM(WS-TRL-HASH-D)
                   DELIMITED BY SIZE INTO WS-ERA-ROW
               END-STRING
               GO TO SCREEN-EXTRACT-EXIT
           END-IF
           MOVE SPACES TO WS-EXT-KEY WS-EXT-F5
           UNSTRING WS-ERA-ROW DELIMITED BY "|"
               INTO WS-EXT-KEY WS-EXT-F2 WS-EXT-F3 WS-EXT-F4
                    WS-EXT-F5
           END-UNSTRING
           MOVE "N" TO WS-KEY-HIT-SW
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
             UNTIL WS-KEY-IDX > WS-KEY-COUNT OR WS-KEY-HIT
               IF WS-EXT-KEY = WS-KEY-VALUE(WS-KEY-IDX)
                   MOVE "Y" TO WS-KEY-HIT-SW
               END-IF
           END-PERFORM
           IF NOT WS-KEY-HIT
               GO TO SCREEN-EXTRACT-EXIT
           END-IF
           MOVE "Y" TO WS-ERA-DROP-SW
           MOVE 0 TO WS-ERA-VALUE
           IF WS-EXT-F5 NOT = SPACES
               COMPUTE WS-ERA-VALUE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-EXT-F5))
           END-IF
           COMPUTE WS-ERA-REM-HASH = FUNCTION MOD(
               WS-ERA-REM-HASH + WS-ERA-VALUE, 1000000000)
           .
       SCREEN-EXTRACT-EXIT.
           EXIT
           .
      ******************************************************************
      * REDUCE-TOTALS: Takes the rows removed and their hash off the  *
      *                count and hash in WS-TRL-COUNT-N/-HASH-N, the  *
      *                hash modulo 10**9 as the writers keep it.      *
      ******************************************************************
       REDUCE-TOTALS.
           SUBTRACT WS-ERA-REMOVED FROM WS-TRL-COUNT-N
           IF WS-TRL-COUNT-N < 0
               MOVE 0 TO WS-TRL-COUNT-N
           END-IF
           COMPUTE WS-TRL-HASH-N = FUNCTION MOD(
               WS-TRL-HASH-N - WS-ERA-REM-HASH + 1000000000,
               1000000000)
           MOVE "Y" TO WS-ERA-TOTALS-SW
           .
       REDUCE-TOTALS-EXIT.
           EXIT
           .
      ******************************************************************
      * MASK-ROW: Overwrites every mention of a key in WS-ERA-ROW     *
      *           with asterisks, counting the row once if any was    *
      *           found. A mention is a whole word only: the text     *
      *           either side must not be a letter or digit, so       *
      *           erasing ACCT1 leaves ACCT10 alone.                  *
      ******************************************************************
       MASK-ROW.
           MOVE "N" TO WS-KEY-HIT-SW
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
             UNTIL WS-KEY-IDX > WS-KEY-COUNT
               MOVE WS-KEY-LEN(WS-KEY-IDX) TO WS-ERA-LEN
               MOVE 0 TO WS-ERA-HITS
               INSPECT WS-ERA-ROW TALLYING WS-ERA-HITS
                   FOR ALL WS-KEY-VALUE(WS-KEY-IDX)(1:WS-ERA-LEN)
               IF WS-ERA-HITS > 0
                   PERFORM MASK-ONE-KEY THRU MASK-ONE-KEY-EXIT
               END-IF
           END-PERFORM
           IF WS-KEY-HIT
               ADD 1 TO WS-ERA-MASKED
           END-IF
           .
       MASK-ROW-EXIT.
           EXIT
           .
      ******************************************************************
      * MASK-ONE-KEY: Masks each whole-word mention of key            *
      *               WS-KEY-IDX (length WS-ERA-LEN) in WS-ERA-ROW.   *
      ******************************************************************
       MASK-ONE-KEY.
           PERFORM VARYING WS-ERA-POS FROM 1 BY 1
             UNTIL WS-ERA-POS > 401 - WS-ERA-LEN
               IF WS-ERA-ROW(WS-ERA-POS:WS-ERA-LEN)
                  = WS-KEY-VALUE(WS-KEY-IDX)(1:WS-ERA-LEN)
                   MOVE "Y" TO WS-ERA-BOUND-SW
                   IF WS-ERA-POS > 1
                       MOVE WS-ERA-ROW(WS-ERA-POS - 1:1)
                         TO WS-ERA-EDGE
                       IF WS-ERA-EDGE-KEY-CHAR
                           MOVE "N" TO WS-ERA-BOUND-SW
                       END-IF
                   END-IF
                   IF WS-ERA-POS + WS-ERA-LEN <= 400
                       MOVE WS-ERA-ROW(WS-ERA-POS + WS-ERA-LEN:1)
                         TO WS-ERA-EDGE
                       IF WS-ERA-EDGE-KEY-CHAR
                           MOVE "N" TO WS-ERA-BOUND-SW
                       END-IF
                   END-IF
                   IF WS-ERA-BOUND
                       MOVE WS-ERA-MASK(1:WS-ERA-LEN)
                         TO WS-ERA-ROW(WS-ERA-POS:WS-ERA-LEN)
                       MOVE "Y" TO WS-KEY-HIT-SW
                   END-IF
               END-IF
           END-PERFORM
           .
       MASK-ONE-KEY-EXIT.
           EXIT
           .
      ******************************************************************
      * COPY-BACK: Rewrites the data set from XFNERASE.TMP. A data    *
      *            set that cannot be reopened for output keeps the   *
      *            key and the run is marked incomplete.              *
      ******************************************************************
       COPY-BACK.
           OPEN INPUT ERA-TMP-FILE
           IF WS-ERA-TMP-STATUS NOT = "00"
               DISPLAY "XFNERASE: cannot reopen XFNERASE.TMP (status "
                       WS-ERA-TMP-STATUS "); "
                       FUNCTION TRIM(WS-ERA-DAT-NAME)
                       " not rewritten."
               MOVE "N" TO WS-ERA-WRITTEN-SW
               ADD 1 TO WS-TOT-FAILED
               MOVE 4 TO WS-ERA-RC
               GO TO COPY-BACK-EXIT
           END-IF
           OPEN OUTPUT ERA-DAT-FILE
           IF WS-ERA-DAT-STATUS NOT = "00"
               DISPLAY "XFNERASE: cannot rewrite "
                       FUNCTION TRIM(WS-ERA-DAT-NAME) " (status "
                       WS-ERA-DAT-STATUS ")."
               CLOSE ERA-TMP-FILE
               MOVE "N" TO WS-ERA-WRITTEN-SW
               ADD 1 TO WS-TOT-FAILED
               MOVE 4 TO WS-ERA-RC
               GO TO COPY-BACK-EXIT
           END-IF
           MOVE "N" TO WS-ERA-EOF-SW
           PERFORM UNTIL WS-ERA-EOF
               READ ERA-TMP-FILE
                   AT END
                       MOVE "Y" TO WS-ERA-EOF-SW
                   NOT AT END
                       MOVE ERA-TMP-RECORD TO ERA-DAT-RECORD
                       WRITE ERA-DAT-RECORD
               END-READ
           END-PERFORM
           CLOSE ERA-TMP-FILE ERA-DAT-FILE
           .
       COPY-BACK-EXIT.
           EXIT
           .
      ******************************************************************
      * PUT-FILE-RESULT: Reports what happened to the data set in     *
      *                  hand: CLEAN (no key found), ERASED, or       *
      *                  FAILED (key found but not rewritten).        *
      ******************************************************************
       PUT-FILE-RESULT.
           MOVE WS-ERA-READ TO WS-ERA-CNT-D
           MOVE WS-ERA-REMOVED TO WS-ERA-CNT-2-D
           MOVE WS-ERA-MASKED TO WS-ERA-CNT-3-D
           MOVE SPACES TO WS-ERA-LINE
           EVALUATE TRUE
               WHEN NOT WS-ERA-WRITTEN
                   MOVE "FAILED" TO WS-ERA-LINE(1:9)
               WHEN WS-ERA-REMOVED = 0 AND WS-ERA-MASKED = 0
                   MOVE "CLEAN" TO WS-ERA-LINE(1:9)
               WHEN OTHER
                   MOVE "ERASED" TO WS-ERA-LINE(1:9)
           END-EVALUATE
           MOVE WS-ERA-DAT-NAME TO WS-ERA-LINE(10:24)
           MOVE WS-ERA-CNT-D TO WS-ERA-LINE(34:7)
           MOVE WS-ERA-CNT-2-D TO WS-ERA-LINE(43:7)
           MOVE WS-ERA-CNT-3-D TO WS-ERA-LINE(52:7)
           IF WS-ERA-TOTALS-DONE
               MOVE "totals rewritten" TO WS-ERA-LINE(61:16)
           END-IF
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           .
       PUT-FILE-RESULT-EXIT.
           EXIT
           .
      ******************************************************************
      * PUT-CERT-HEADER: Opens the certificate: the register header   *
      *                  line and the report heading.                 *
      ******************************************************************
       PUT-CERT-HEADER.
           MOVE SPACES TO ERA-CERT-RECORD
           MOVE WS-ERA-CERT-ID TO ERA-CERT-ID
           MOVE "H" TO ERA-CERT-TYPE
           MOVE WS-ERA-APPROVAL TO ERA-CERT-APPROVAL
           MOVE WS-KEY-COUNT TO ERA-CERT-KEYS
           WRITE ERA-CERT-RECORD

           MOVE "CERTIFICATE OF ERASURE" TO WS-ERA-LINE
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE SPACES TO WS-ERA-LINE
           STRING "certificate " WS-ERA-CERT-ID
                  "   run " WS-ERA-RUN-DATE " "
                  WS-ERA-RUN-TIME(1:2) ":" WS-ERA-RUN-TIME(3:2) ":"
                  WS-ERA-RUN-TIME(5:2)
               DELIMITED BY SIZE INTO WS-ERA-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE WS-KEY-COUNT TO WS-ERA-CNT-D
           MOVE SPACES TO WS-ERA-LINE
           STRING "approval    " WS-ERA-APPROVAL
                  " " FUNCTION TRIM(WS-ERA-CNT-D)
                  " business key(s) named"
               DELIMITED BY SIZE INTO WS-ERA-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE SPACES TO WS-ERA-LINE
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE SPACES TO WS-ERA-LINE
           STRING "         data set                     read  "
                  "removed   masked"
               DELIMITED BY SIZE INTO WS-ERA-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           .
       PUT-CERT-HEADER-EXIT.
           EXIT
           .
      ******************************************************************
      * PUT-CERT-FILE: Registers one data set the run rewrote (or     *
      *                failed to).                                    *
      ******************************************************************
       PUT-CERT-FILE.
           MOVE SPACES TO ERA-CERT-RECORD
           MOVE WS-ERA-CERT-ID TO ERA-CERT-ID
           MOVE "F" TO ERA-CERT-TYPE
           MOVE WS-ERA-DAT-NAME TO ERA-CERT-NAME
           MOVE WS-ERA-READ TO ERA-CERT-READ
           MOVE WS-ERA-REMOVED TO ERA-CERT-REMOVED
           MOVE WS-ERA-MASKED TO ERA-CERT-MASKED
           IF WS-ERA-TOTALS-DONE
               MOVE "Y" TO ERA-CERT-TOTALS
           ELSE
               MOVE "N" TO ERA-CERT-TOTALS
           END-IF
           IF WS-ERA-WRITTEN
               MOVE "Y" TO ERA-CERT-WRITTEN
           ELSE
               MOVE "N" TO ERA-CERT-WRITTEN
           END-IF
           WRITE ERA-CERT-RECORD
           .
       PUT-CERT-FILE-EXIT.
           EXIT
           .
      ******************************************************************
      * PUT-CERT-END: Closes the certificate with the run totals and  *
      *               the result.                                     *
      ******************************************************************
       PUT-CERT-END.
           MOVE SPACES TO ERA-CERT-RECORD
           MOVE WS-ERA-CERT-ID TO ERA-CERT-ID
           MOVE "E" TO ERA-CERT-TYPE
           MOVE WS-TOT-TOUCHED TO ERA-CERT-FILES
           MOVE WS-TOT-REMOVED TO ERA-CERT-ROWS
           MOVE WS-TOT-MASKED TO ERA-CERT-MASKS
           IF WS-TOT-FAILED = 0
               MOVE "COMPLETE" TO ERA-CERT-RESULT
           ELSE
               MOVE "INCOMPLETE" TO ERA-CERT-RESULT
           END-IF
           WRITE ERA-CERT-RECORD

           MOVE SPACES TO WS-ERA-LINE
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE WS-TOT-EXAMINED TO WS-ERA-CNT-D
           MOVE WS-TOT-TOUCHED TO WS-ERA-CNT-2-D
           MOVE SPACES TO WS-ERA-LINE
           STRING FUNCTION TRIM(WS-ERA-CNT-D)
                  " data set(s) examined, "
                  FUNCTION TRIM(WS-ERA-CNT-2-D) " rewritten"
               DELIMITED BY SIZE INTO WS-ERA-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE WS-TOT-REMOVED TO WS-ERA-CNT-D
           MOVE WS-TOT-MASKED TO WS-ERA-CNT-2-D
           MOVE SPACES TO WS-ERA-LINE
           STRING FUNCTION TRIM(WS-ERA-CNT-D) " row(s) removed, "
                  FUNCTION TRIM(WS-ERA-CNT-2-D) " row(s) masked"
               DELIMITED BY SIZE INTO WS-ERA-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE SPACES TO WS-ERA-LINE
           IF WS-TOT-FAILED = 0
               STRING "RESULT: COMPLETE - no named key remains in "
                      "any data set examined"
                   DELIMITED BY SIZE INTO WS-ERA-LINE
               END-STRING
           ELSE
               MOVE WS-TOT-FAILED TO WS-ERA-CNT-D
               STRING "RESULT: INCOMPLETE - "
                      FUNCTION TRIM(WS-ERA-CNT-D)
                      " data set(s) not rewritten; rerun required"
                   DELIMITED BY SIZE INTO WS-ERA-LINE
               END-STRING
           END-IF
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           .
       PUT-CERT-END-EXIT.
           EXIT
           .
      ******************************************************************
      * CLEAR-REQUEST: Once every key is out, rewrites XFNERASE.DAT   *
      *                without its KEY lines, so the request file     *
      *                does not itself keep the keys. The approval    *
      *                reference stays, with the certificate id.      *
      ******************************************************************
       CLEAR-REQUEST.
           OPEN OUTPUT ERA-REQ-FILE
           IF WS-ERA-REQ-STATUS NOT = "00"
               DISPLAY "XFNERASE: cannot rewrite XFNERASE.DAT (status "
                       WS-ERA-REQ-STATUS "); remove its KEY lines "
                       "by hand."
               MOVE 4 TO WS-ERA-RC
               GO TO CLEAR-REQUEST-EXIT
           END-IF
           MOVE SPACES TO ERA-REQ-RECORD
           STRING "APPROVAL " WS-ERA-APPROVAL
               DELIMITED BY SIZE INTO ERA-REQ-RECORD
           END-STRING
           WRITE ERA-REQ-RECORD
           MOVE WS-KEY-COUNT TO WS-ERA-CNT-D
           MOVE SPACES TO ERA-REQ-RECORD
           STRING "* " FUNCTION TRIM(WS-ERA-CNT-D)
                  " key(s) erased, certificate " WS-ERA-CERT-ID
               DELIMITED BY SIZE INTO ERA-REQ-RECORD
           END-STRING
           WRITE ERA-REQ-RECORD
           CLOSE ERA-REQ-FILE
           .
       CLEAR-REQUEST-EXIT.
           EXIT
           .
      ******************************************************************
      * PUT-RPT-LINE: Writes WS-ERA-LINE to the certificate report    *
      *               and echoes it to the terminal.                  *
      ******************************************************************
       PUT-RPT-LINE.
           MOVE WS-ERA-LINE TO ERA-RPT-RECORD
           WRITE ERA-RPT-RECORD
           DISPLAY WS-ERA-LINE
           .
       PUT-RPT-LINE-EXIT.
           EXIT
           .
