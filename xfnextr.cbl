       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFNEXTR.
      * Data-warehouse extract of the decoded flags. The warehouse
      * loader cannot read XFNOUT.DAT's fixed layout or turn a bit
      * pattern into flags, so this job writes XFNEXTR.DAT as a
      * delimited ("|") file, one row per decoded detail, with every
      * named flag broken out into its own Y/N column:
      *
      *   first row   column headers - KEY|SOURCE|TSTAMP|TYPE|VALUE
      *               followed by one column per named flag in
      *               XFNFLAGS.DAT, in position order (1-16).
      *   data rows   one per "D" or "W" detail in XFNOUT.DAT, in
      *               the same format: key, source system, timestamp,
      *               detail type (D/W), the raw byte or word value,
      *               and Y or N per flag. A flag defined only on a
      *               word position (9-16) is left empty on a byte
      *               detail, and all flag columns are left empty on
      *               a detail whose pattern failed to decode.
      *   last row    control record - CONTROL|run date|rows loaded|
      *               hash total of the detail values - for the
      *               loader to check its load count against.
      *
      * The data-row count and hash are checked against XFNOUT.DAT's
      * own trailer. RETURN-CODE 4 when undecoded details were
      * extracted, 8 when the count or hash disagrees with the
      * trailer (or the trailer is missing), 12 when XFNOUT.DAT or
      * XFNFLAGS.DAT is absent or the extract cannot be written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXT-CUR-FILE ASSIGN TO "XFNOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-CUR-STATUS.
      *    Same flag dictionary BATCH-MODE uses for its decode
      *    report; names the flag columns.
           SELECT EXT-FLAG-DEF-FILE ASSIGN TO "XFNFLAGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-DEF-STATUS.
           SELECT EXT-OUT-FILE ASSIGN TO "XFNEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXT-CUR-FILE.
      * The decoded batch output carries the XFNOUT.DAT record layout
      * XFN writes, via the shared copybook.
           COPY XFNBROUT
               REPLACING LEADING ==XFN-BATCH-OUT== BY ==EXT-CUR==.

       FD  EXT-FLAG-DEF-FILE.
      * Same two views BATCH-MODE reads: a single-digit position
      * (1-9) with a space in column 2, or a two-digit one (10-16).
       01  EXT-FLAG-DEF-RECORD.
           02  EXT-FLAG-DEF-1POS.
               03  EXT-FLAG-DEF-POS    PIC X.
               03  EXT-FLAG-DEF-POS-X  PIC X.
               03  EXT-FLAG-DEF-SENSE  PIC X.
               03  FILLER              PIC X.
               03  EXT-FLAG-DEF-NAME   PIC X(20).
               03  FILLER              PIC X.
           02  EXT-FLAG-DEF-2POS REDEFINES EXT-FLAG-DEF-1POS.
               03  EXT-FLAG-DEF-POS-2   PIC X(2).
               03  FILLER               PIC X.
               03  EXT-FLAG-DEF-SENSE-2 PIC X.
               03  FILLER               PIC X.
               03  EXT-FLAG-DEF-NAME-2  PIC X(20).

       FD  EXT-OUT-FILE.
       01  EXT-OUT-RECORD  PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-EXT-CUR-STATUS   PIC X(2).
       01  WS-FLAG-DEF-STATUS  PIC X(2).
       01  WS-EXT-OUT-STATUS   PIC X(2).
       01  WS-EXT-EOF-SW       PIC X.
           88  WS-EXT-EOF           VALUE "Y".
       01  WS-EXT-TRL-SW       PIC X VALUE "N".
           88  WS-EXT-TRL-SEEN      VALUE "Y".

      * Flag dictionary loaded from XFNFLAGS.DAT; WS-FLAG-SENSE(n) is
      * the bit value meaning the flag is ON, position 1 = leftmost.
       01  WS-FLAG-DEFS-SW     PIC X VALUE "N".
           88  WS-FLAG-DEFS-LOADED  VALUE "Y".
       01  WS-FLAG-DEF-EOF-SW  PIC X.
           88  WS-FLAG-DEF-EOF      VALUE "Y".
       01  WS-FLAG-TABLE.
           02  WS-FLAG-ENTRY  OCCURS 16 TIMES.
               03  WS-FLAG-SENSE  PIC X.
               03  WS-FLAG-NAME   PIC X(20).
       01  WS-FLAG-POS    BINARY-LONG.
       01  WS-FLAG-LIM    BINARY-LONG.
       01  WS-FLAG-BITS   PIC X(16).

       01  WS-EXT-RUN-DATE   PIC X(8).
       01  WS-EXT-ROWS       BINARY-LONG VALUE 0.
       01  WS-EXT-BAD        BINARY-LONG VALUE 0.
       01  WS-EXT-HASH       BINARY-LONG VALUE 0.
       01  WS-EXT-TRL-COUNT  BINARY-LONG VALUE 0.
       01  WS-EXT-TRL-HASH   BINARY-LONG VALUE 0.
       01  WS-EXT-VALUE      BINARY-LONG.
       01  WS-EXT-VALUE-D    PIC ZZZZ9.
       01  WS-EXT-COUNT-D    PIC ZZZZZZ9.
       01  WS-EXT-HASH-D     PIC ZZZZZZZZ9.
       01  WS-EXT-LINE       PIC X(400).
       01  WS-EXT-PTR        BINARY-LONG.

       PROCEDURE DIVISION.
           ACCEPT WS-EXT-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-FLAG-DEFS THRU LOAD-FLAG-DEFS-EXIT
           IF NOT WS-FLAG-DEFS-LOADED
               DISPLAY "XFNEXTR: XFNFLAGS.DAT not loaded; there are "
                       "no flag columns to extract."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EXT-CUR-FILE
           IF WS-EXT-CUR-STATUS NOT = "00"
               DISPLAY "XFNEXTR: XFNOUT.DAT not found (status "
                       WS-EXT-CUR-STATUS "), nothing to extract."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT EXT-OUT-FILE
           IF WS-EXT-OUT-STATUS NOT = "00"
               DISPLAY "XFNEXTR: cannot open XFNEXTR.DAT (status "
                       WS-EXT-OUT-STATUS ")."
               CLOSE EXT-CUR-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PUT-HEADER-ROW THRU PUT-HEADER-ROW-EXIT

           MOVE "N" TO WS-EXT-EOF-SW
           PERFORM UNTIL WS-EXT-EOF
               READ EXT-CUR-FILE
                   AT END
                       MOVE "Y" TO WS-EXT-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN EXT-CUR-HEADER
                               MOVE EXT-CUR-RUN-DATE
                                 TO WS-EXT-RUN-DATE
                           WHEN EXT-CUR-DETAIL
                             OR EXT-CUR-WORD-DTL
                               PERFORM PUT-DETAIL-ROW
                                  THRU PUT-DETAIL-ROW-EXIT
                           WHEN EXT-CUR-TRAILER
                               MOVE "Y" TO WS-EXT-TRL-SW
                               MOVE EXT-CUR-COUNT TO WS-EXT-TRL-COUNT
                               MOVE EXT-CUR-HASH TO WS-EXT-TRL-HASH
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE EXT-CUR-FILE

           PERFORM PUT-CONTROL-ROW THRU PUT-CONTROL-ROW-EXIT
           CLOSE EXT-OUT-FILE

           DISPLAY "XFNEXTR: " WS-EXT-ROWS " row(s) extracted to "
                   "XFNEXTR.DAT for " WS-EXT-RUN-DATE ", "
                   WS-EXT-BAD " undecoded."
           EVALUATE TRUE
               WHEN NOT WS-EXT-TRL-SEEN
                   DISPLAY "XFNEXTR: XFNOUT.DAT has no trailer; load "
                           "count cannot be proved."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXT-TRL-COUNT NOT = WS-EXT-ROWS
                   DISPLAY "XFNEXTR: XFNOUT.DAT trailer says "
                           WS-EXT-TRL-COUNT " detail(s), "
                           WS-EXT-ROWS " extracted."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXT-TRL-HASH NOT = WS-EXT-HASH
                   DISPLAY "XFNEXTR: XFNOUT.DAT trailer hash "
                           WS-EXT-TRL-HASH " but extracted "
                           WS-EXT-HASH "."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXT-BAD > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK
           .

      ******************************************************************
      * PUT-HEADER-ROW: Writes the column-header row: the fixed       *
      *                 columns, then one column per named flag in    *
      *                 position order.                               *
      ******************************************************************
       PUT-HEADER-ROW.
           MOVE SPACES TO WS-EXT-LINE
           MOVE 1 TO WS-EXT-PTR
           STRING "KEY|SOURCE|TSTAMP|TYPE|VALUE" DELIMITED BY SIZE
               INTO WS-EXT-LINE WITH POINTER WS-EXT-PTR
           END-STRING
           PERFORM VARYING WS-FLAG-POS FROM 1 BY 1
             UNTIL WS-FLAG-POS > 16
               IF WS-FLAG-NAME(WS-FLAG-POS) NOT = SPACES
                   STRING "|" FUNCTION TRIM(WS-FLAG-NAME(WS-FLAG-POS))
                       DELIMITED BY SIZE
                       INTO WS-EXT-LINE WITH POINTER WS-EXT-PTR
                   END-STRING
               END-IF
           END-PERFORM
           MOVE WS-EXT-LINE TO EXT-OUT-RECORD
           WRITE EXT-OUT-RECORD
           .
       PUT-HEADER-ROW-EXIT.
           EXIT
           .

      ******************************************************************
      * PUT-DETAIL-ROW: Writes one data row for the "D" or "W" detail *
      *                 just read, and adds its value to the count    *
      *                 and hash total for the control record.  A     *
      *                 non-numeric value counts as zero, as in XFN's *
      *                 own trailer hash.                             *
      ******************************************************************
       PUT-DETAIL-ROW.
           MOVE 0 TO WS-EXT-VALUE
           IF EXT-CUR-DETAIL
               IF EXT-CUR-BYTE IS NUMERIC
                   MOVE EXT-CUR-BYTE TO WS-EXT-VALUE
               END-IF
               MOVE EXT-CUR-BITS TO WS-FLAG-BITS
               MOVE 8 TO WS-FLAG-LIM
           ELSE
               IF EXT-CUR-WORD IS NUMERIC
                   MOVE EXT-CUR-WORD TO WS-EXT-VALUE
               END-IF
               MOVE EXT-CUR-WBITS TO WS-FLAG-BITS
               MOVE 16 TO WS-FLAG-LIM
           END-IF
           IF WS-FLAG-BITS(1:1) = "?"
               ADD 1 TO WS-EXT-BAD
               MOVE 0 TO WS-FLAG-LIM
           END-IF
           ADD 1 TO WS-EXT-ROWS
           COMPUTE WS-EXT-HASH =
               FUNCTION MOD(WS-EXT-HASH + WS-EXT-VALUE, 1000000000)
           MOVE WS-EXT-VALUE TO WS-EXT-VALUE-D

           MOVE SPACES TO WS-EXT-LINE
           MOVE 1 TO WS-EXT-PTR
           STRING FUNCTION TRIM(EXT-CUR-KEY) "|"
                  FUNCTION TRIM(EXT-CUR-SOURCE) "|"
                  EXT-CUR-TSTAMP "|"
                  EXT-CUR-TYPE "|"
                  FUNCTION TRIM(WS-EXT-VALUE-D)
               DELIMITED BY SIZE
               INTO WS-EXT-LINE WITH POINTER WS-EXT-PTR
           END-STRING
           PERFORM VARYING WS-FLAG-POS FROM 1 BY 1
             UNTIL WS-FLAG-POS > 16
               IF WS-FLAG-NAME(WS-FLAG-POS) NOT = SPACES
                   EVALUATE TRUE
                       WHEN WS-FLAG-POS > WS-FLAG-LIM
                           STRING "|" DELIMITED BY SIZE
                               INTO WS-EXT-LINE
                               WITH POINTER WS-EXT-PTR
                           END-STRING
                       WHEN WS-FLAG-BITS(WS-FLAG-POS:1)
                            = WS-FLAG-SENSE(WS-FLAG-POS)
                           STRING "|Y" DELIMITED BY SIZE
                               INTO WS-EXT-LINE
                               WITH POINTER WS-EXT-PTR
                           END-STRING
                       WHEN OTHER
                           STRING "|N" DELIMITED BY SIZE
                               INTO WS-EXT-LINE
                               WITH POINTER WS-EXT-PTR
                           END-STRING
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE WS-EXT-LINE TO EXT-OUT-RECORD
           WRITE EXT-OUT-RECORD
           .
       PUT-DETAIL-ROW-EXIT.
           EXIT
           .

      ******************************************************************
      * PUT-CONTROL-ROW: Writes the closing control record: run date, *
      *                  data rows written, and their hash total.     *
      ******************************************************************
       PUT-CONTROL-ROW.
           MOVE WS-EXT-ROWS TO WS-EXT-COUNT-D
           MOVE WS-EXT-HASH TO WS-EXT-HASH-D
           MOVE SPACES TO WS-EXT-LINE
           STRING "CONTROL|" WS-EXT-RUN-DATE "|"
                  FUNCTION TRIM(WS-EXT-COUNT-D) "|"
                  FUNCTION TRIM(WS-EXT-HASH-D)
               DELIMITED BY SIZE INTO WS-EXT-LINE
           END-STRING
           MOVE WS-EXT-LINE TO EXT-OUT-RECORD
           WRITE EXT-OUT-RECORD
           .
       PUT-CONTROL-ROW-EXIT.
           EXIT
           .

      ******************************************************************
      * LOAD-FLAG-DEFS: Reads the XFNFLAGS.DAT dictionary into        *
      *                 WS-FLAG-TABLE, positions 1-16, as BATCH-MODE  *
      *                 does.                                         *
      ******************************************************************
       LOAD-FLAG-DEFS.
           MOVE SPACES TO WS-FLAG-TABLE
           MOVE "N" TO WS-FLAG-DEFS-SW

           OPEN INPUT EXT-FLAG-DEF-FILE
           IF WS-FLAG-DEF-STATUS NOT = "00"
               GO TO LOAD-FLAG-DEFS-EXIT
           END-IF

           MOVE "N" TO WS-FLAG-DEF-EOF-SW
           PERFORM UNTIL WS-FLAG-DEF-EOF
               READ EXT-FLAG-DEF-FILE
                   AT END
                       MOVE "Y" TO WS-FLAG-DEF-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN EXT-FLAG-DEF-POS-X = SPACE
                                AND EXT-FLAG-DEF-POS >= "1"
                                AND EXT-FLAG-DEF-POS <= "9"
                               COMPUTE WS-FLAG-POS =
                                   FUNCTION NUMVAL(EXT-FLAG-DEF-POS)
                               MOVE EXT-FLAG-DEF-SENSE
                                 TO WS-FLAG-SENSE(WS-FLAG-POS)
                               MOVE EXT-FLAG-DEF-NAME
                                 TO WS-FLAG-NAME(WS-FLAG-POS)
                               MOVE "Y" TO WS-FLAG-DEFS-SW
                           WHEN EXT-FLAG-DEF-POS-2 IS NUMERIC
                               COMPUTE WS-FLAG-POS =
                                   FUNCTION NUMVAL(EXT-FLAG-DEF-POS-2)
                               IF WS-FLAG-POS >= 1
                                  AND WS-FLAG-POS <= 16
                                   MOVE EXT-FLAG-DEF-SENSE-2
                                     TO WS-FLAG-SENSE(WS-FLAG-POS)
                                   MOVE EXT-FLAG-DEF-NAME-2
                                     TO WS-FLAG-NAME(WS-FLAG-POS)
                                   MOVE "Y" TO WS-FLAG-DEFS-SW
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE EXT-FLAG-DEF-FILE
           .
       LOAD-FLAG-DEFS-EXIT.
           EXIT
           .
