       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFNSCORE.
      * Weighted flag risk score per business key, and the ranked
      * watchlist built from it. Not every flag matters equally -
      * a LEGAL-HOLD outweighs a PAPERLESS - so each named flag is
      * given a number of points in the weights file XFNWGHT.DAT,
      * and a key's score is the sum of the points of the flags ON
      * in its latest decoded detail on XFNOUT.DAT ("D" byte or "W"
      * word; for a key reported more than once, the detail with the
      * latest timestamp counts).
      *
      * XFNWGHT.DAT lines (hand-kept; "*" in column 1 is a comment):
      *   flag name (20, as in XFNFLAGS.DAT), space, points (3
      *   digits, 000-999). A name not in the dictionary, or points
      *   that are not numeric, is reported and ignored; a named
      *   flag with no weights line scores nothing.
      *
      * Each key's score is compared with its previous score, kept
      * in the cumulative XFNSCORE.DAT (a key new to the file was
      * previously 0). Re-running the same business date compares
      * against the score from before that date again, not against
      * the first run's result. Keys absent from tonight's feed keep
      * their last score on file.
      *
      * XFNWATCH.RPT ranks the top WS-TOP-MAX keys by score and the
      * top WS-TOP-MAX by biggest jump (score rise since the previous
      * score).
      *
      * RETURN-CODE 4 when a weights line was ignored or a table was
      * too small to hold everything, 12 when XFNOUT.DAT, XFNFLAGS.DAT
      * or XFNWGHT.DAT is absent, or XFNSCORE.DAT cannot be rewritten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCR-CUR-FILE ASSIGN TO "XFNOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-CUR-STATUS.
      *    Same flag dictionary BATCH-MODE uses for its decode
      *    report; the weights are given by flag name.
           SELECT SCR-FLAG-DEF-FILE ASSIGN TO "XFNFLAGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-DEF-STATUS.
           SELECT SCR-WGT-FILE ASSIGN TO "XFNWGHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-WGT-STATUS.
           SELECT SCR-MST-FILE ASSIGN TO "XFNSCORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-MST-STATUS.
           SELECT SCR-RPT-FILE ASSIGN TO "XFNWATCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCR-CUR-FILE.
      * The decoded batch output carries the XFNOUT.DAT record layout
      * XFN writes, via the shared copybook.
           COPY XFNBROUT
               REPLACING LEADING ==XFN-BATCH-OUT== BY ==SCR-CUR==.

       FD  SCR-FLAG-DEF-FILE.
      * Same two views BATCH-MODE reads: a single-digit position
      * (1-9) with a space in column 2, or a two-digit one (10-16).
       01  SCR-FLAG-DEF-RECORD.
           02  SCR-FLAG-DEF-1POS.
               03  SCR-FLAG-DEF-POS    PIC X.
               03  SCR-FLAG-DEF-POS-X  PIC X.
               03  SCR-FLAG-DEF-SENSE  PIC X.
               03  FILLER              PIC X.
               03  SCR-FLAG-DEF-NAME   PIC X(20).
               03  FILLER              PIC X.
           02  SCR-FLAG-DEF-2POS REDEFINES SCR-FLAG-DEF-1POS.
               03  SCR-FLAG-DEF-POS-2   PIC X(2).
               03  FILLER               PIC X.
               03  SCR-FLAG-DEF-SENSE-2 PIC X.
               03  FILLER               PIC X.
               03  SCR-FLAG-DEF-NAME-2  PIC X(20).

       FD  SCR-WGT-FILE.
       01  SCR-WGT-RECORD.
           02  SCR-WGT-NAME    PIC X(20).
           02  FILLER          PIC X.
           02  SCR-WGT-POINTS  PIC X(3).

       FD  SCR-MST-FILE.
       01  SCR-MST-RECORD.
           02  SCR-MST-KEY         PIC X(10).
           02  FILLER              PIC X.
           02  SCR-MST-SCORE       PIC 9(5).
           02  FILLER              PIC X.
           02  SCR-MST-DATE        PIC X(8).
           02  FILLER              PIC X.
           02  SCR-MST-PRIOR       PIC 9(5).
           02  FILLER              PIC X.
           02  SCR-MST-PRIOR-DATE  PIC X(8).

       FD  SCR-RPT-FILE.
       01  SCR-RPT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SCR-CUR-STATUS   PIC X(2).
       01  WS-FLAG-DEF-STATUS  PIC X(2).
       01  WS-SCR-WGT-STATUS   PIC X(2).
       01  WS-SCR-MST-STATUS   PIC X(2).
       01  WS-SCR-RPT-STATUS   PIC X(2).
       01  WS-SCR-EOF-SW       PIC X.
           88  WS-SCR-EOF           VALUE "Y".

      * Flag dictionary loaded from XFNFLAGS.DAT; WS-FLAG-SENSE(n) is
      * the bit value meaning the flag is ON, position 1 = leftmost.
      * WS-FLAG-POINTS(n) is that flag's weight from XFNWGHT.DAT.
       01  WS-FLAG-DEFS-SW     PIC X VALUE "N".
           88  WS-FLAG-DEFS-LOADED  VALUE "Y".
       01  WS-FLAG-DEF-EOF-SW  PIC X.
           88  WS-FLAG-DEF-EOF      VALUE "Y".
       01  WS-FLAG-TABLE.
           02  WS-FLAG-ENTRY  OCCURS 16 TIMES.
               03  WS-FLAG-SENSE   PIC X.
               03  WS-FLAG-NAME    PIC X(20).
               03  WS-FLAG-POINTS  BINARY-LONG.
       01  WS-FLAG-POS    BINARY-LONG.
       01  WS-FLAG-HIT    BINARY-LONG.
       01  WS-FLAG-LIM    BINARY-LONG.
       01  WS-FLAG-BITS   PIC X(16).

       01  WS-WGT-LOADED   BINARY-LONG VALUE 0.
       01  WS-WGT-BAD      BINARY-LONG VALUE 0.

      * Scores per key: carried from XFNSCORE.DAT plus tonight's.
      * WS-KEY-LOST counts keys on file that did not fit at load (the
      * file is then never rewritten); WS-KEY-FULL counts new keys in
      * tonight's feed left unscored because the table was full,
      * which does not stop the save.
       01  WS-KEY-MAX      BINARY-LONG VALUE 5000.
       01  WS-KEY-COUNT    BINARY-LONG VALUE 0.
       01  WS-KEY-LOST     BINARY-LONG VALUE 0.
       01  WS-KEY-FULL     BINARY-LONG VALUE 0.
       01  WS-KEY-TABLE.
           02  WS-KEY-ENTRY  OCCURS 5000 TIMES.
               03  WS-KEY-KEY         PIC X(10).
               03  WS-KEY-SCORE       BINARY-LONG.
               03  WS-KEY-DATE        PIC X(8).
               03  WS-KEY-PRIOR       BINARY-LONG.
               03  WS-KEY-PRIOR-DATE  PIC X(8).
               03  WS-KEY-TSTAMP      PIC X(14).
               03  WS-KEY-SEEN-SW     PIC X.
                   88  WS-KEY-SEEN         VALUE "Y".
       01  WS-KEY-IDX      BINARY-LONG.
       01  WS-KEY-HIT      BINARY-LONG.

      * The two rankings, highest first.
       01  WS-TOP-MAX      BINARY-LONG VALUE 20.
       01  WS-TOP-SCORE-COUNT  BINARY-LONG VALUE 0.
       01  WS-TOP-SCORE-TABLE.
           02  WS-TOP-SCORE-ENTRY  OCCURS 20 TIMES.
               03  WS-TOP-SCORE-VAL  BINARY-LONG.
               03  WS-TOP-SCORE-IDX  BINARY-LONG.
       01  WS-TOP-JUMP-COUNT   BINARY-LONG VALUE 0.
       01  WS-TOP-JUMP-TABLE.
           02  WS-TOP-JUMP-ENTRY  OCCURS 20 TIMES.
               03  WS-TOP-JUMP-VAL   BINARY-LONG.
               03  WS-TOP-JUMP-IDX   BINARY-LONG.
       01  WS-TOP-IDX      BINARY-LONG.
       01  WS-SORT-J       BINARY-LONG.
       01  WS-TOP-SAVE.
           02  WS-TOP-SAVE-VAL   BINARY-LONG.
           02  WS-TOP-SAVE-IDX   BINARY-LONG.

      * The business date the scores are filed under: today until
      * the XFNOUT.DAT header gives the feed's date.
       01  WS-SCR-RUN-DATE   PIC X(8).
       01  WS-SCR-SCORE      BINARY-LONG.
       01  WS-SCR-JUMP       BINARY-LONG.
       01  WS-SCR-SCORED     BINARY-LONG VALUE 0.
       01  WS-SCR-RANK-D     PIC Z9.
       01  WS-SCR-SCORE-D    PIC ZZZZ9.
       01  WS-SCR-PRIOR-D    PIC ZZZZ9.
       01  WS-SCR-JUMP-D     PIC -----9.
       01  WS-SCR-LINE       PIC X(80).

       PROCEDURE DIVISION.
           ACCEPT WS-SCR-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-FLAG-DEFS THRU LOAD-FLAG-DEFS-EXIT
           IF NOT WS-FLAG-DEFS-LOADED
               DISPLAY "XFNSCORE: XFNFLAGS.DAT not loaded; there are "
                       "no named flags to weigh."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-WEIGHTS THRU LOAD-WEIGHTS-EXIT
           IF WS-SCR-WGT-STATUS NOT = "00"
              AND WS-SCR-WGT-STATUS NOT = "10"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT SCR-CUR-FILE
           IF WS-SCR-CUR-STATUS NOT = "00"
               DISPLAY "XFNSCORE: XFNOUT.DAT not found (status "
                       WS-SCR-CUR-STATUS "), nothing to score."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-SCORES THRU LOAD-SCORES-EXIT

           MOVE "N" TO WS-SCR-EOF-SW
           PERFORM UNTIL WS-SCR-EOF
               READ SCR-CUR-FILE
                   AT END
                       MOVE "Y" TO WS-SCR-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SCR-CUR-HEADER
      *                        The business date XFN carried over;
      *                        the run date on an older header.
                               IF SCR-CUR-BUS-DATE NOT = SPACES
                                   MOVE SCR-CUR-BUS-DATE
                                     TO WS-SCR-RUN-DATE
                               ELSE
                                   MOVE SCR-CUR-RUN-DATE
                                     TO WS-SCR-RUN-DATE
                               END-IF
                           WHEN SCR-CUR-DETAIL
                             OR SCR-CUR-WORD-DTL
                               PERFORM SCORE-DETAIL
                                  THRU SCORE-DETAIL-EXIT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SCR-CUR-FILE

           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
             UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-SEEN(WS-KEY-IDX)
                   ADD 1 TO WS-SCR-SCORED
                   PERFORM RANK-KEY THRU RANK-KEY-EXIT
               END-IF
           END-PERFORM

           PERFORM WRITE-WATCHLIST THRU WRITE-WATCHLIST-EXIT
           PERFORM SAVE-SCORES THRU SAVE-SCORES-EXIT

           DISPLAY "XFNSCORE: " WS-SCR-SCORED " key(s) scored for "
                   WS-SCR-RUN-DATE " with " WS-WGT-LOADED
                   " weight(s) (see XFNWATCH.RPT)."
           IF WS-KEY-FULL > 0
               DISPLAY "XFNSCORE: key table full at " WS-KEY-MAX
                       " keys; " WS-KEY-FULL " detail(s) for new keys"
                       " not scored."
           END-IF
           IF RETURN-CODE = 0
              AND (WS-WGT-BAD > 0 OR WS-KEY-LOST > 0
                   OR WS-KEY-FULL > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      ******************************************************************
      * LOAD-WEIGHTS: Reads XFNWGHT.DAT and sets WS-FLAG-POINTS for   *
      *               each named flag it weighs. Lines naming a flag  *
      *               not in the dictionary, or with points that are  *
      *               not three digits, are reported and ignored.     *
      ******************************************************************
       LOAD-WEIGHTS.
           OPEN INPUT SCR-WGT-FILE
           IF WS-SCR-WGT-STATUS NOT = "00"
               DISPLAY "XFNSCORE: XFNWGHT.DAT not found (status "
                       WS-SCR-WGT-STATUS "), nothing to weigh by."
               GO TO LOAD-WEIGHTS-EXIT
           END-IF

           MOVE "N" TO WS-SCR-EOF-SW
           PERFORM UNTIL WS-SCR-EOF
               READ SCR-WGT-FILE
                   AT END
                       MOVE "Y" TO WS-SCR-EOF-SW
                   NOT AT END
                       IF SCR-WGT-RECORD NOT = SPACES
                          AND SCR-WGT-NAME(1:1) NOT = "*"
                           PERFORM APPLY-WEIGHT
                              THRU APPLY-WEIGHT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCR-WGT-FILE
           .
       LOAD-WEIGHTS-EXIT.
           EXIT
           .

      ******************************************************************
      * APPLY-WEIGHT: Matches one weights line to its flag by name    *
      *               and records the points.                         *
      ******************************************************************
       APPLY-WEIGHT.
           MOVE 0 TO WS-FLAG-HIT
           PERFORM VARYING WS-FLAG-POS FROM 1 BY 1
             UNTIL WS-FLAG-POS > 16 OR WS-FLAG-HIT > 0
               IF WS-FLAG-NAME(WS-FLAG-POS) NOT = SPACES
                  AND WS-FLAG-NAME(WS-FLAG-POS)
                      = FUNCTION UPPER-CASE(SCR-WGT-NAME)
                   MOVE WS-FLAG-POS TO WS-FLAG-HIT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-FLAG-HIT = 0
                   ADD 1 TO WS-WGT-BAD
                   DISPLAY "XFNSCORE: XFNWGHT.DAT names "
                           FUNCTION TRIM(SCR-WGT-NAME)
                           ", not a flag in XFNFLAGS.DAT; ignored."
               WHEN SCR-WGT-POINTS IS NOT NUMERIC
                   ADD 1 TO WS-WGT-BAD
                   DISPLAY "XFNSCORE: XFNWGHT.DAT points for "
                           FUNCTION TRIM(SCR-WGT-NAME)
                           " not 3 digits; ignored."
               WHEN OTHER
                   ADD 1 TO WS-WGT-LOADED
                   COMPUTE WS-FLAG-POINTS(WS-FLAG-HIT) =
                       FUNCTION NUMVAL(SCR-WGT-POINTS)
           END-EVALUATE
           .
       APPLY-WEIGHT-EXIT.
           EXIT
           .

      ******************************************************************
      * LOAD-SCORES: Loads the previous scores from XFNSCORE.DAT. A   *
      *              missing file is fine (first run). A key whose    *
      *              score was already taken on this business date    *
      *              (a re-run) goes back to its prior score, so the  *
      *              jump is measured from before the date again.     *
      ******************************************************************
       LOAD-SCORES.
           OPEN INPUT SCR-MST-FILE
           IF WS-SCR-MST-STATUS NOT = "00"
               GO TO LOAD-SCORES-EXIT
           END-IF

           MOVE "N" TO WS-SCR-EOF-SW
           PERFORM UNTIL WS-SCR-EOF
               READ SCR-MST-FILE
                   AT END
                       MOVE "Y" TO WS-SCR-EOF-SW
                   NOT AT END
                       IF WS-KEY-COUNT < WS-KEY-MAX
                           ADD 1 TO WS-KEY-COUNT
                           MOVE SCR-MST-KEY
                             TO WS-KEY-KEY(WS-KEY-COUNT)
                           MOVE SCR-MST-SCORE
                             TO WS-KEY-SCORE(WS-KEY-COUNT)
                           MOVE SCR-MST-DATE
                             TO WS-KEY-DATE(WS-KEY-COUNT)
                           MOVE SCR-MST-PRIOR
                             TO WS-KEY-PRIOR(WS-KEY-COUNT)
                           MOVE SCR-MST-PRIOR-DATE
                             TO WS-KEY-PRIOR-DATE(WS-KEY-COUNT)
                           MOVE SPACES
                             TO WS-KEY-TSTAMP(WS-KEY-COUNT)
                           MOVE "N" TO WS-KEY-SEEN-SW(WS-KEY-COUNT)
                       ELSE
                           ADD 1 TO WS-KEY-LOST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCR-MST-FILE

           IF WS-KEY-LOST > 0
               DISPLAY "XFNSCORE: XFNSCORE.DAT holds more than "
                       WS-KEY-MAX " keys; " WS-KEY-LOST
                       " not carried."
           END-IF
           .
       LOAD-SCORES-EXIT.
           EXIT
           .

      ******************************************************************
      * SCORE-DETAIL: Scores the detail just read and records it      *
      *               against its key, unless a later detail for the  *
      *               key has already been scored. The first score    *
      *               for a key this run sets its previous score from *
      *               what was on file before this business date.     *
      ******************************************************************
       SCORE-DETAIL.
           IF SCR-CUR-DETAIL
               MOVE SCR-CUR-BITS TO WS-FLAG-BITS
               MOVE 8 TO WS-FLAG-LIM
           ELSE
               MOVE SCR-CUR-WBITS TO WS-FLAG-BITS
               MOVE 16 TO WS-FLAG-LIM
           END-IF
           IF WS-FLAG-BITS(1:1) = "?"
      *        Undecoded; there is nothing to weigh.
               GO TO SCORE-DETAIL-EXIT
           END-IF

           MOVE 0 TO WS-SCR-SCORE
           PERFORM VARYING WS-FLAG-POS FROM 1 BY 1
             UNTIL WS-FLAG-POS > WS-FLAG-LIM
               IF WS-FLAG-NAME(WS-FLAG-POS) NOT = SPACES
                  AND WS-FLAG-BITS(WS-FLAG-POS:1)
                      = WS-FLAG-SENSE(WS-FLAG-POS)
                   ADD WS-FLAG-POINTS(WS-FLAG-POS) TO WS-SCR-SCORE
               END-IF
           END-PERFORM

           MOVE 0 TO WS-KEY-HIT
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
             UNTIL WS-KEY-IDX > WS-KEY-COUNT OR WS-KEY-HIT > 0
               IF WS-KEY-KEY(WS-KEY-IDX) = SCR-CUR-KEY
                   MOVE WS-KEY-IDX TO WS-KEY-HIT
               END-IF
           END-PERFORM

           IF WS-KEY-HIT = 0
               IF WS-KEY-COUNT >= WS-KEY-MAX
                   ADD 1 TO WS-KEY-FULL
                   GO TO SCORE-DETAIL-EXIT
               END-IF
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY-COUNT TO WS-KEY-HIT
               MOVE SCR-CUR-KEY TO WS-KEY-KEY(WS-KEY-HIT)
               MOVE 0 TO WS-KEY-SCORE(WS-KEY-HIT)
               MOVE SPACES TO WS-KEY-DATE(WS-KEY-HIT)
               MOVE 0 TO WS-KEY-PRIOR(WS-KEY-HIT)
               MOVE SPACES TO WS-KEY-PRIOR-DATE(WS-KEY-HIT)
               MOVE SPACES TO WS-KEY-TSTAMP(WS-KEY-HIT)
               MOVE "N" TO WS-KEY-SEEN-SW(WS-KEY-HIT)
           END-IF

           IF NOT WS-KEY-SEEN(WS-KEY-HIT)
               MOVE "Y" TO WS-KEY-SEEN-SW(WS-KEY-HIT)
               IF WS-KEY-DATE(WS-KEY-HIT) NOT = WS-SCR-RUN-DATE
                   MOVE WS-KEY-SCORE(WS-KEY-HIT)
                     TO WS-KEY-PRIOR(WS-KEY-HIT)
                   MOVE WS-KEY-DATE(WS-KEY-HIT)
                     TO WS-KEY-PRIOR-DATE(WS-KEY-HIT)
               END-IF
           ELSE
               IF SCR-CUR-TSTAMP < WS-KEY-TSTAMP(WS-KEY-HIT)
                   GO TO SCORE-DETAIL-EXIT
               END-IF
           END-IF

           MOVE WS-SCR-SCORE TO WS-KEY-SCORE(WS-KEY-HIT)
           MOVE WS-SCR-RUN-DATE TO WS-KEY-DATE(WS-KEY-HIT)
           MOVE SCR-CUR-TSTAMP TO WS-KEY-TSTAMP(WS-KEY-HIT)
           .
       SCORE-DETAIL-EXIT.
           EXIT
           .

      ******************************************************************
      * RANK-KEY: Offers the key at WS-KEY-IDX to both rankings - by  *
      *           score (scores above zero) and by jump (rises only). *
      *           Each ranking is kept sorted highest first and       *
      *           capped at WS-TOP-MAX.                               *
      ******************************************************************
       RANK-KEY.
           IF WS-KEY-SCORE(WS-KEY-IDX) > 0
               MOVE WS-KEY-SCORE(WS-KEY-IDX) TO WS-TOP-SAVE-VAL
               MOVE WS-KEY-IDX TO WS-TOP-SAVE-IDX
               IF WS-TOP-SCORE-COUNT < WS-TOP-MAX
                   ADD 1 TO WS-TOP-SCORE-COUNT
                   MOVE WS-TOP-SCORE-COUNT TO WS-SORT-J
               ELSE
                   IF WS-TOP-SAVE-VAL
                      > WS-TOP-SCORE-VAL(WS-TOP-MAX)
                       MOVE WS-TOP-MAX TO WS-SORT-J
                   ELSE
                       MOVE 0 TO WS-SORT-J
                   END-IF
               END-IF
               IF WS-SORT-J > 0
                   PERFORM UNTIL WS-SORT-J = 1
                     OR WS-TOP-SCORE-VAL(WS-SORT-J - 1)
                        >= WS-TOP-SAVE-VAL
                       MOVE WS-TOP-SCORE-ENTRY(WS-SORT-J - 1)
                         TO WS-TOP-SCORE-ENTRY(WS-SORT-J)
                       SUBTRACT 1 FROM WS-SORT-J
                   END-PERFORM
                   MOVE WS-TOP-SAVE TO WS-TOP-SCORE-ENTRY(WS-SORT-J)
               END-IF
           END-IF

           COMPUTE WS-SCR-JUMP =
               WS-KEY-SCORE(WS-KEY-IDX) - WS-KEY-PRIOR(WS-KEY-IDX)
           IF WS-SCR-JUMP > 0
               MOVE WS-SCR-JUMP TO WS-TOP-SAVE-VAL
               MOVE WS-KEY-IDX TO WS-TOP-SAVE-IDX
               IF WS-TOP-JUMP-COUNT < WS-TOP-MAX
                   ADD 1 TO WS-TOP-JUMP-COUNT
                   MOVE WS-TOP-JUMP-COUNT TO WS-SORT-J
               ELSE
                   IF WS-TOP-SAVE-VAL
                      > WS-TOP-JUMP-VAL(WS-TOP-MAX)
                       MOVE WS-TOP-MAX TO WS-SORT-J
                   ELSE
                       MOVE 0 TO WS-SORT-J
                   END-IF
               END-IF
               IF WS-SORT-J > 0
                   PERFORM UNTIL WS-SORT-J = 1
                     OR WS-TOP-JUMP-VAL(WS-SORT-J - 1)
                        >= WS-TOP-SAVE-VAL
                       MOVE WS-TOP-JUMP-ENTRY(WS-SORT-J - 1)
                         TO WS-TOP-JUMP-ENTRY(WS-SORT-J)
                       SUBTRACT 1 FROM WS-SORT-J
                   END-PERFORM
                   MOVE WS-TOP-SAVE TO WS-TOP-JUMP-ENTRY(WS-SORT-J)
               END-IF
           END-IF
           .
       RANK-KEY-EXIT.
           EXIT
           .

      ******************************************************************
      * WRITE-WATCHLIST: Writes XFNWATCH.RPT: the top keys by score,  *
      *                  then the top keys by jump, each line with    *
      *                  rank, key, score, previous score, and jump.  *
      ******************************************************************
       WRITE-WATCHLIST.
           OPEN OUTPUT SCR-RPT-FILE
           IF WS-SCR-RPT-STATUS NOT = "00"
               DISPLAY "XFNSCORE: cannot open XFNWATCH.RPT (status "
                       WS-SCR-RPT-STATUS ")."
               MOVE 12 TO RETURN-CODE
               GO TO WRITE-WATCHLIST-EXIT
           END-IF

           MOVE SPACES TO WS-SCR-LINE
           STRING "XFN RISK WATCHLIST FOR " WS-SCR-RUN-DATE
               DELIMITED BY SIZE INTO WS-SCR-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE SPACES TO WS-SCR-LINE
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE "TOP SCORES" TO WS-SCR-LINE
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
             UNTIL WS-TOP-IDX > WS-TOP-SCORE-COUNT
               MOVE WS-TOP-SCORE-IDX(WS-TOP-IDX) TO WS-KEY-IDX
               PERFORM PUT-RANK-LINE THRU PUT-RANK-LINE-EXIT
           END-PERFORM
           IF WS-TOP-SCORE-COUNT = 0
               MOVE "  (no key scored above zero)" TO WS-SCR-LINE
               PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           END-IF

           MOVE SPACES TO WS-SCR-LINE
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE "BIGGEST JUMPS" TO WS-SCR-LINE
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
             UNTIL WS-TOP-IDX > WS-TOP-JUMP-COUNT
               MOVE WS-TOP-JUMP-IDX(WS-TOP-IDX) TO WS-KEY-IDX
               PERFORM PUT-RANK-LINE THRU PUT-RANK-LINE-EXIT
           END-PERFORM
           IF WS-TOP-JUMP-COUNT = 0
               MOVE "  (no key's score rose)" TO WS-SCR-LINE
               PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           END-IF
           CLOSE SCR-RPT-FILE
           .
       WRITE-WATCHLIST-EXIT.
           EXIT
           .

      ******************************************************************
      * PUT-RANK-LINE: Writes one ranking line for the key at         *
      *                WS-KEY-IDX, ranked WS-TOP-IDX.                 *
      ******************************************************************
       PUT-RANK-LINE.
           MOVE WS-TOP-IDX TO WS-SCR-RANK-D
           MOVE WS-KEY-SCORE(WS-KEY-IDX) TO WS-SCR-SCORE-D
           MOVE WS-KEY-PRIOR(WS-KEY-IDX) TO WS-SCR-PRIOR-D
           COMPUTE WS-SCR-JUMP-D =
               WS-KEY-SCORE(WS-KEY-IDX) - WS-KEY-PRIOR(WS-KEY-IDX)
           MOVE SPACES TO WS-SCR-LINE
           STRING "  " WS-SCR-RANK-D ". " WS-KEY-KEY(WS-KEY-IDX)
                  " score " WS-SCR-SCORE-D
                  " previous " WS-SCR-PRIOR-D
                  " jump " WS-SCR-JUMP-D
               DELIMITED BY SIZE INTO WS-SCR-LINE
           END-STRING
           IF WS-KEY-PRIOR-DATE(WS-KEY-IDX) = SPACES
               STRING FUNCTION TRIM(WS-SCR-LINE TRAILING) "  (new)"
                   DELIMITED BY SIZE INTO WS-SCR-LINE
               END-STRING
           END-IF
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           .
       PUT-RANK-LINE-EXIT.
           EXIT
           .

      ******************************************************************
      * SAVE-SCORES: Rewrites XFNSCORE.DAT with every key's latest    *
      *              score and the score it was compared against.     *
      *              Never done when the load left keys on file that  *
      *              did not fit.                                     *
      ******************************************************************
       SAVE-SCORES.
           IF WS-KEY-LOST > 0
               DISPLAY "XFNSCORE: XFNSCORE.DAT not rewritten - more "
                       "keys than could be held."
               GO TO SAVE-SCORES-EXIT
           END-IF

           OPEN OUTPUT SCR-MST-FILE
           IF WS-SCR-MST-STATUS NOT = "00"
               DISPLAY "XFNSCORE: cannot rewrite XFNSCORE.DAT (status "
                       WS-SCR-MST-STATUS ")."
               MOVE 12 TO RETURN-CODE
               GO TO SAVE-SCORES-EXIT
           END-IF

           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
             UNTIL WS-KEY-IDX > WS-KEY-COUNT
               MOVE SPACES TO SCR-MST-RECORD
               MOVE WS-KEY-KEY(WS-KEY-IDX)   TO SCR-MST-KEY
               MOVE WS-KEY-SCORE(WS-KEY-IDX) TO SCR-MST-SCORE
               MOVE WS-KEY-DATE(WS-KEY-IDX)  TO SCR-MST-DATE
               MOVE WS-KEY-PRIOR(WS-KEY-IDX) TO SCR-MST-PRIOR
               MOVE WS-KEY-PRIOR-DATE(WS-KEY-IDX)
                 TO SCR-MST-PRIOR-DATE
               WRITE SCR-MST-RECORD
           END-PERFORM
           CLOSE SCR-MST-FILE
           .
       SAVE-SCORES-EXIT.
           EXIT
           .

      ******************************************************************
      * LOAD-FLAG-DEFS: Reads the XFNFLAGS.DAT dictionary into        *
      *                 WS-FLAG-TABLE, positions 1-16, as BATCH-MODE  *
      *                 does. Every flag starts with no points.       *
      ******************************************************************
       LOAD-FLAG-DEFS.
           INITIALIZE WS-FLAG-TABLE
           MOVE "N" TO WS-FLAG-DEFS-SW

           OPEN INPUT SCR-FLAG-DEF-FILE
           IF WS-FLAG-DEF-STATUS NOT = "00"
               GO TO LOAD-FLAG-DEFS-EXIT
           END-IF

           MOVE "N" TO WS-FLAG-DEF-EOF-SW
           PERFORM UNTIL WS-FLAG-DEF-EOF
               READ SCR-FLAG-DEF-FILE
                   AT END
                       MOVE "Y" TO WS-FLAG-DEF-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SCR-FLAG-DEF-POS-X = SPACE
                                AND SCR-FLAG-DEF-POS >= "1"
                                AND SCR-FLAG-DEF-POS <= "9"
                               COMPUTE WS-FLAG-POS =
                                   FUNCTION NUMVAL(SCR-FLAG-DEF-POS)
                               MOVE SCR-FLAG-DEF-SENSE
                                 TO WS-FLAG-SENSE(WS-FLAG-POS)
                               MOVE SCR-FLAG-DEF-NAME
                                 TO WS-FLAG-NAME(WS-FLAG-POS)
                               MOVE "Y" TO WS-FLAG-DEFS-SW
                           WHEN SCR-FLAG-DEF-POS-2 IS NUMERIC
                               COMPUTE WS-FLAG-POS =
                                   FUNCTION NUMVAL(SCR-FLAG-DEF-POS-2)
                               IF WS-FLAG-POS >= 1
                                  AND WS-FLAG-POS <= 16
                                   MOVE SCR-FLAG-DEF-SENSE-2
                                     TO WS-FLAG-SENSE(WS-FLAG-POS)
                                   MOVE SCR-FLAG-DEF-NAME-2
                                     TO WS-FLAG-NAME(WS-FLAG-POS)
                                   MOVE "Y" TO WS-FLAG-DEFS-SW
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SCR-FLAG-DEF-FILE
           .
       LOAD-FLAG-DEFS-EXIT.
           EXIT
           .

      ******************************************************************
      * PUT-RPT-LINE: Writes WS-SCR-LINE to the report file and       *
      *               echoes it to the terminal.                      *
      ******************************************************************
       PUT-RPT-LINE.
           MOVE WS-SCR-LINE TO SCR-RPT-RECORD
           WRITE SCR-RPT-RECORD
           DISPLAY WS-SCR-LINE
           .
       PUT-RPT-LINE-EXIT.
           EXIT
           .
