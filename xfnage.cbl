       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFNAGE.
      * Flag-duration ageing report over the flag-state history master
      * (XFNHIST.DAT). XFNHINQ answers "when did this flag come on"
      * one key at a time; this job answers it for the whole book:
      * for every named flag in XFNFLAGS.DAT, and every business key
      * whose flag is ON as of the run date, it finds the date the
      * flag most recently came on (the effective date of the row
      * where it went from off - or no history - to ON and has stayed
      * ON since) and ages it in days against the run date.
      *
      * XFNAGE.RPT carries, per flag, the count of keys in each age
      * bucket (0-30, 31-60, 61-90, over 90 days) broken down by the
      * source system that reported the flag coming on, with a total
      * line per flag, followed by a detail list of the oldest keys
      * per flag (key, source, on-since date, days ON).
      *
      * The run date is today, or the YYYYMMDD given on the command
      * line (XFNAGE 20260831) to age the book as it stood on an
      * earlier day; history rows effective after it are ignored.
      *
      * RETURN-CODE 4 when the history or a breakdown table was too
      * big to hold in full, 12 when XFNHIST.DAT or XFNFLAGS.DAT is
      * absent or the report cannot be written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-MST-FILE ASSIGN TO "XFNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-MST-STATUS.
      *    Same flag dictionary BATCH-MODE uses for its decode
      *    report; names the positions being aged.
           SELECT AGE-FLAG-DEF-FILE ASSIGN TO "XFNFLAGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-DEF-STATUS.
           SELECT AGE-RPT-FILE ASSIGN TO "XFNAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGE-MST-FILE.
      * History master rows, via the shared copybook.
           COPY XFNHREC.

       FD  AGE-FLAG-DEF-FILE.
      * Only the single-digit byte positions 1-8 matter here; the
      * two-digit word-position lines (10-16) the dictionary may now
      * carry are skipped, so a space in column 2 is required.
       01  AGE-FLAG-DEF-RECORD.
           02  AGE-FLAG-DEF-POS    PIC X.
           02  AGE-FLAG-DEF-POS-X  PIC X.
           02  AGE-FLAG-DEF-SENSE  PIC X.
           02  FILLER              PIC X.
           02  AGE-FLAG-DEF-NAME   PIC X(20).

       FD  AGE-RPT-FILE.
       01  AGE-RPT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AGE-MST-STATUS   PIC X(2).
       01  WS-FLAG-DEF-STATUS  PIC X(2).
       01  WS-AGE-RPT-STATUS   PIC X(2).
       01  WS-AGE-EOF-SW       PIC X.
           88  WS-AGE-EOF           VALUE "Y".

       01  WS-AGE-CMD-LINE   PIC X(20).
       01  WS-AGE-RUN-DATE   PIC X(8).
       01  WS-AGE-RUN-INT    BINARY-LONG.

      * History rows effective on or before the run date, sorted by
      * key and then timestamp so each key's changes are walked in
      * the order they happened.
       01  WS-ROW-MAX      BINARY-LONG VALUE 10000.
       01  WS-ROW-COUNT    BINARY-LONG VALUE 0.
       01  WS-ROW-LOST     BINARY-LONG VALUE 0.
       01  WS-ROW-LATER    BINARY-LONG VALUE 0.
       01  WS-ROW-TABLE.
           02  WS-ROW-ENTRY  OCCURS 10000 TIMES.
               03  WS-ROW-ORDER.
                   04  WS-ROW-KEY       PIC X(10).
                   04  WS-ROW-TSTAMP    PIC X(14).
               03  WS-ROW-EFF-DATE  PIC X(8).
               03  WS-ROW-SOURCE    PIC X(4).
               03  WS-ROW-BITS      PIC X(8).
       01  WS-ROW-IDX      BINARY-LONG.
       01  WS-SORT-I       BINARY-LONG.
       01  WS-SORT-J       BINARY-LONG.
       01  WS-SAVE-ROW.
           02  WS-SAVE-ORDER.
               03  WS-SAVE-KEY       PIC X(10).
               03  WS-SAVE-TSTAMP    PIC X(14).
           02  WS-SAVE-EFF-DATE  PIC X(8).
           02  WS-SAVE-SOURCE    PIC X(4).
           02  WS-SAVE-BITS      PIC X(8).

      * Flag dictionary loaded from XFNFLAGS.DAT; WS-FLAG-SENSE(n) is
      * the bit value meaning the flag is ON, position 1 = leftmost.
       01  WS-FLAG-DEFS-SW     PIC X VALUE "N".
           88  WS-FLAG-DEFS-LOADED  VALUE "Y".
       01  WS-FLAG-DEF-EOF-SW  PIC X.
           88  WS-FLAG-DEF-EOF      VALUE "Y".
       01  WS-FLAG-TABLE.
           02  WS-FLAG-ENTRY  OCCURS 8 TIMES.
               03  WS-FLAG-SENSE  PIC X.
               03  WS-FLAG-NAME   PIC X(20).
       01  WS-FLAG-POS    BINARY-LONG.

      * The current key's flags while its rows are walked: whether
      * each position is ON, and since when and from which source.
       01  WS-KEY-CUR      PIC X(10).
       01  WS-KEY-STATE.
           02  WS-KEY-FLAG  OCCURS 8 TIMES.
               03  WS-KEY-ON-SW     PIC X.
                   88  WS-KEY-ON         VALUE "Y".
               03  WS-KEY-SINCE     PIC X(8).
               03  WS-KEY-SOURCE    PIC X(4).

      * Source systems seen, in order of first appearance, and the
      * bucket counts per flag, per source.
       01  WS-SRC-MAX      BINARY-LONG VALUE 20.
       01  WS-SRC-COUNT    BINARY-LONG VALUE 0.
       01  WS-SRC-LOST     BINARY-LONG VALUE 0.
       01  WS-SRC-TABLE.
           02  WS-SRC-NAME  PIC X(4) OCCURS 20 TIMES.
       01  WS-SRC-IDX      BINARY-LONG.
       01  WS-SRC-HIT      BINARY-LONG.
       01  WS-CNT-TABLE.
           02  WS-CNT-FLAG  OCCURS 8 TIMES.
               03  WS-CNT-SRC  OCCURS 20 TIMES.
                   04  WS-CNT-BKT  BINARY-LONG OCCURS 4 TIMES.
       01  WS-BKT          BINARY-LONG.
       01  WS-BKT-TOTALS.
           02  WS-BKT-TOTAL  BINARY-LONG OCCURS 5 TIMES.
       01  WS-FLAG-TOTALS.
           02  WS-FLAG-TOTAL BINARY-LONG OCCURS 5 TIMES.

      * The oldest keys per flag, longest ON first.
       01  WS-OLD-MAX      BINARY-LONG VALUE 10.
       01  WS-OLD-TABLE.
           02  WS-OLD-FLAG  OCCURS 8 TIMES.
               03  WS-OLD-COUNT  BINARY-LONG.
               03  WS-OLD-ENTRY  OCCURS 10 TIMES.
                   04  WS-OLD-DAYS    BINARY-LONG.
                   04  WS-OLD-KEY     PIC X(10).
                   04  WS-OLD-SOURCE  PIC X(4).
                   04  WS-OLD-SINCE   PIC X(8).
       01  WS-OLD-IDX      BINARY-LONG.
       01  WS-OLD-SAVE.
           02  WS-OLD-SAVE-DAYS    BINARY-LONG.
           02  WS-OLD-SAVE-KEY     PIC X(10).
           02  WS-OLD-SAVE-SOURCE  PIC X(4).
           02  WS-OLD-SAVE-SINCE   PIC X(8).

       01  WS-AGE-DAYS     BINARY-LONG.
       01  WS-AGE-KEYS     BINARY-LONG VALUE 0.
       01  WS-AGE-ON       BINARY-LONG VALUE 0.
       01  WS-AGE-CNT-TABLE.
           02  WS-AGE-CNT-D  PIC ZZZZZ9 OCCURS 5 TIMES.
       01  WS-AGE-DAYS-D   PIC ZZZZ9.
       01  WS-AGE-LINE     PIC X(80).

       PROCEDURE DIVISION.
           ACCEPT WS-AGE-CMD-LINE FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-AGE-CMD-LINE) TO WS-AGE-CMD-LINE
           IF WS-AGE-CMD-LINE = SPACES
               ACCEPT WS-AGE-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-AGE-CMD-LINE(1:8) IS NUMERIC
                  AND WS-AGE-CMD-LINE(9:) = SPACES
                  AND FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(WS-AGE-CMD-LINE(1:8))) = 0
                   MOVE WS-AGE-CMD-LINE(1:8) TO WS-AGE-RUN-DATE
               ELSE
                   DISPLAY "XFNAGE: run date must be a valid "
                           "YYYYMMDD, not "
                           FUNCTION TRIM(WS-AGE-CMD-LINE) "."
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           COMPUTE WS-AGE-RUN-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-AGE-RUN-DATE))

           PERFORM LOAD-FLAG-DEFS THRU LOAD-FLAG-DEFS-EXIT
           IF NOT WS-FLAG-DEFS-LOADED
               DISPLAY "XFNAGE: XFNFLAGS.DAT not loaded; there are "
                       "no named flags to age."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-HISTORY THRU LOAD-HISTORY-EXIT
           IF WS-AGE-MST-STATUS NOT = "00"
              AND WS-AGE-MST-STATUS NOT = "10"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE WS-CNT-TABLE WS-OLD-TABLE
           MOVE SPACES TO WS-KEY-CUR
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-KEY(WS-ROW-IDX) NOT = WS-KEY-CUR
                   IF WS-KEY-CUR NOT = SPACES
                       PERFORM AGE-ONE-KEY THRU AGE-ONE-KEY-EXIT
                   END-IF
                   MOVE WS-ROW-KEY(WS-ROW-IDX) TO WS-KEY-CUR
                   MOVE SPACES TO WS-KEY-STATE
               END-IF
               PERFORM APPLY-ROW THRU APPLY-ROW-EXIT
           END-PERFORM
           IF WS-KEY-CUR NOT = SPACES
               PERFORM AGE-ONE-KEY THRU AGE-ONE-KEY-EXIT
           END-IF

           PERFORM WRITE-REPORT THRU WRITE-REPORT-EXIT

           DISPLAY "XFNAGE: " WS-AGE-KEYS " key(s) aged as of "
                   WS-AGE-RUN-DATE ", " WS-AGE-ON
                   " flag(s) ON (see XFNAGE.RPT)."
           IF RETURN-CODE = 0
              AND (WS-ROW-LOST > 0 OR WS-SRC-LOST > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      ******************************************************************
      * LOAD-HISTORY: Loads the XFNHIST.DAT rows effective on or      *
      *               before the run date into WS-ROW-TABLE, then     *
      *               insertion-sorts them by key and timestamp.      *
      *               Rows were appended in arrival order, so a late  *
      *               correction still lands in date order. Rows      *
      *               beyond the table capacity are counted and       *
      *               reported.                                       *
      ******************************************************************
       LOAD-HISTORY.
           OPEN INPUT AGE-MST-FILE
           IF WS-AGE-MST-STATUS NOT = "00"
               DISPLAY "XFNAGE: XFNHIST.DAT not found (status "
                       WS-AGE-MST-STATUS ") - has XFNHIST run?"
               GO TO LOAD-HISTORY-EXIT
           END-IF

           MOVE "N" TO WS-AGE-EOF-SW
           PERFORM UNTIL WS-AGE-EOF
               READ AGE-MST-FILE
                   AT END
                       MOVE "Y" TO WS-AGE-EOF-SW
                   NOT AT END
                       IF XFN-HIST-EFF-DATE > WS-AGE-RUN-DATE
                           ADD 1 TO WS-ROW-LATER
                       ELSE
                           IF WS-ROW-COUNT < WS-ROW-MAX
                               ADD 1 TO WS-ROW-COUNT
                               MOVE XFN-HIST-KEY
                                 TO WS-ROW-KEY(WS-ROW-COUNT)
                               MOVE XFN-HIST-TSTAMP
                                 TO WS-ROW-TSTAMP(WS-ROW-COUNT)
                               MOVE XFN-HIST-EFF-DATE
                                 TO WS-ROW-EFF-DATE(WS-ROW-COUNT)
                               MOVE XFN-HIST-SOURCE
                                 TO WS-ROW-SOURCE(WS-ROW-COUNT)
                               MOVE XFN-HIST-BITS
                                 TO WS-ROW-BITS(WS-ROW-COUNT)
                           ELSE
                               ADD 1 TO WS-ROW-LOST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGE-MST-FILE

           IF WS-ROW-LOST > 0
               DISPLAY "XFNAGE: history holds more than " WS-ROW-MAX
                       " rows; " WS-ROW-LOST " not aged."
           END-IF

           PERFORM VARYING WS-SORT-I FROM 2 BY 1
             UNTIL WS-SORT-I > WS-ROW-COUNT
               MOVE WS-ROW-ENTRY(WS-SORT-I) TO WS-SAVE-ROW
               MOVE WS-SORT-I TO WS-SORT-J
               PERFORM UNTIL WS-SORT-J = 1
                 OR WS-ROW-ORDER(WS-SORT-J - 1) <= WS-SAVE-ORDER
                   MOVE WS-ROW-ENTRY(WS-SORT-J - 1)
                     TO WS-ROW-ENTRY(WS-SORT-J)
                   SUBTRACT 1 FROM WS-SORT-J
               END-PERFORM
               MOVE WS-SAVE-ROW TO WS-ROW-ENTRY(WS-SORT-J)
           END-PERFORM
           .
       LOAD-HISTORY-EXIT.
           EXIT
           .

      ******************************************************************
      * APPLY-ROW: Rolls the history row at WS-ROW-IDX into the       *
      *            current key's flag state: a flag going from off to *
      *            ON starts its clock at the row's effective date    *
      *            and source; a flag going off stops it; a flag that *
      *            stays ON keeps its original start.                 *
      ******************************************************************
       APPLY-ROW.
           PERFORM VARYING WS-FLAG-POS FROM 1 BY 1
             UNTIL WS-FLAG-POS > 8
               IF WS-ROW-BITS(WS-ROW-IDX)(WS-FLAG-POS:1)
                  = WS-FLAG-SENSE(WS-FLAG-POS)
                   IF NOT WS-KEY-ON(WS-FLAG-POS)
                       MOVE "Y" TO WS-KEY-ON-SW(WS-FLAG-POS)
                       MOVE WS-ROW-EFF-DATE(WS-ROW-IDX)
                         TO WS-KEY-SINCE(WS-FLAG-POS)
                       MOVE WS-ROW-SOURCE(WS-ROW-IDX)
                         TO WS-KEY-SOURCE(WS-FLAG-POS)
                   END-IF
               ELSE
                   MOVE SPACES TO WS-KEY-FLAG(WS-FLAG-POS)
               END-IF
           END-PERFORM
           .
       APPLY-ROW-EXIT.
           EXIT
           .

      ******************************************************************
      * AGE-ONE-KEY: For each named flag ON for the key just walked,  *
      *              ages it against the run date, counts it in its   *
      *              bucket under its source system, and offers it to *
      *              the flag's oldest-keys list.                     *
      ******************************************************************
       AGE-ONE-KEY.
           ADD 1 TO WS-AGE-KEYS
           PERFORM VARYING WS-FLAG-POS FROM 1 BY 1
             UNTIL WS-FLAG-POS > 8
               IF WS-FLAG-NAME(WS-FLAG-POS) NOT = SPACES
                  AND WS-KEY-ON(WS-FLAG-POS)
                   ADD 1 TO WS-AGE-ON
                   IF WS-KEY-SINCE(WS-FLAG-POS) IS NUMERIC
                       COMPUTE WS-AGE-DAYS = WS-AGE-RUN-INT
                           - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                               WS-KEY-SINCE(WS-FLAG-POS)))
                   ELSE
                       MOVE 0 TO WS-AGE-DAYS
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS <= 30
                           MOVE 1 TO WS-BKT
                       WHEN WS-AGE-DAYS <= 60
                           MOVE 2 TO WS-BKT
                       WHEN WS-AGE-DAYS <= 90
                           MOVE 3 TO WS-BKT
                       WHEN OTHER
                           MOVE 4 TO WS-BKT
                   END-EVALUATE
                   PERFORM FIND-SOURCE THRU FIND-SOURCE-EXIT
                   IF WS-SRC-HIT > 0
                       ADD 1 TO WS-CNT-BKT(WS-FLAG-POS, WS-SRC-HIT,
                                           WS-BKT)
                   END-IF
                   PERFORM NOTE-OLDEST THRU NOTE-OLDEST-EXIT
               END-IF
           END-PERFORM
           .
       AGE-ONE-KEY-EXIT.
           EXIT
           .

      ******************************************************************
      * FIND-SOURCE: Sets WS-SRC-HIT to the source-table slot for the *
      *              source that turned on the flag at WS-FLAG-POS,   *
      *              adding it when new. Sources beyond the table     *
      *              capacity are counted (WS-SRC-HIT = 0).           *
      ******************************************************************
       FIND-SOURCE.
           MOVE 0 TO WS-SRC-HIT
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
             UNTIL WS-SRC-IDX > WS-SRC-COUNT OR WS-SRC-HIT > 0
               IF WS-SRC-NAME(WS-SRC-IDX) = WS-KEY-SOURCE(WS-FLAG-POS)
                   MOVE WS-SRC-IDX TO WS-SRC-HIT
               END-IF
           END-PERFORM
           IF WS-SRC-HIT > 0
               GO TO FIND-SOURCE-EXIT
           END-IF

           IF WS-SRC-COUNT < WS-SRC-MAX
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-KEY-SOURCE(WS-FLAG-POS)
                 TO WS-SRC-NAME(WS-SRC-COUNT)
               MOVE WS-SRC-COUNT TO WS-SRC-HIT
           ELSE
               ADD 1 TO WS-SRC-LOST
           END-IF
           .
       FIND-SOURCE-EXIT.
           EXIT
           .

      ******************************************************************
      * NOTE-OLDEST: Offers the key's flag at WS-FLAG-POS to that     *
      *              flag's oldest-keys list, which is kept sorted    *
      *              longest ON first and capped at WS-OLD-MAX.       *
      ******************************************************************
       NOTE-OLDEST.
           IF WS-OLD-COUNT(WS-FLAG-POS) < WS-OLD-MAX
               ADD 1 TO WS-OLD-COUNT(WS-FLAG-POS)
           ELSE
               IF WS-AGE-DAYS
                  <= WS-OLD-DAYS(WS-FLAG-POS, WS-OLD-MAX)
                   GO TO NOTE-OLDEST-EXIT
               END-IF
           END-IF

           MOVE WS-AGE-DAYS TO WS-OLD-SAVE-DAYS
           MOVE WS-KEY-CUR TO WS-OLD-SAVE-KEY
           MOVE WS-KEY-SOURCE(WS-FLAG-POS) TO WS-OLD-SAVE-SOURCE
           MOVE WS-KEY-SINCE(WS-FLAG-POS) TO WS-OLD-SAVE-SINCE
           MOVE WS-OLD-COUNT(WS-FLAG-POS) TO WS-SORT-J
           PERFORM UNTIL WS-SORT-J = 1
             OR WS-OLD-DAYS(WS-FLAG-POS, WS-SORT-J - 1)
                >= WS-OLD-SAVE-DAYS
               MOVE WS-OLD-ENTRY(WS-FLAG-POS, WS-SORT-J - 1)
                 TO WS-OLD-ENTRY(WS-FLAG-POS, WS-SORT-J)
               SUBTRACT 1 FROM WS-SORT-J
           END-PERFORM
           MOVE WS-OLD-SAVE TO WS-OLD-ENTRY(WS-FLAG-POS, WS-SORT-J)
           .
       NOTE-OLDEST-EXIT.
           EXIT
           .

      ******************************************************************
      * WRITE-REPORT: Writes XFNAGE.RPT: the bucket counts by source  *
      *               and a total line for each named flag, then the  *
      *               oldest-keys list for each.                      *
      ******************************************************************
       WRITE-REPORT.
           OPEN OUTPUT AGE-RPT-FILE
           IF WS-AGE-RPT-STATUS NOT = "00"
               DISPLAY "XFNAGE: cannot open XFNAGE.RPT (status "
                       WS-AGE-RPT-STATUS ")."
               MOVE 12 TO RETURN-CODE
               GO TO WRITE-REPORT-EXIT
           END-IF

           MOVE SPACES TO WS-AGE-LINE
           STRING "XFN FLAG AGEING AS OF " WS-AGE-RUN-DATE
               DELIMITED BY SIZE INTO WS-AGE-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE SPACES TO WS-AGE-LINE
           STRING "FLAG                 SOURCE   0-30  31-60  61-90"
                  "    >90  TOTAL"
               DELIMITED BY SIZE INTO WS-AGE-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT

           PERFORM VARYING WS-FLAG-POS FROM 1 BY 1
             UNTIL WS-FLAG-POS > 8
               IF WS-FLAG-NAME(WS-FLAG-POS) NOT = SPACES
                   PERFORM PUT-FLAG-COUNTS THRU PUT-FLAG-COUNTS-EXIT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-FLAG-POS FROM 1 BY 1
             UNTIL WS-FLAG-POS > 8
               IF WS-FLAG-NAME(WS-FLAG-POS) NOT = SPACES
                  AND WS-OLD-COUNT(WS-FLAG-POS) > 0
                   MOVE SPACES TO WS-AGE-LINE
                   PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
                   STRING "OLDEST ON - " WS-FLAG-NAME(WS-FLAG-POS)
                       DELIMITED BY SIZE INTO WS-AGE-LINE
                   END-STRING
                   PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
                   PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                     UNTIL WS-OLD-IDX > WS-OLD-COUNT(WS-FLAG-POS)
                       MOVE WS-OLD-DAYS(WS-FLAG-POS, WS-OLD-IDX)
                         TO WS-AGE-DAYS-D
                       MOVE SPACES TO WS-AGE-LINE
                       STRING "  " WS-OLD-KEY(WS-FLAG-POS, WS-OLD-IDX)
                              " " WS-OLD-SOURCE(WS-FLAG-POS,
                                                WS-OLD-IDX)
                              " on since "
                              WS-OLD-SINCE(WS-FLAG-POS, WS-OLD-IDX)
                              " " WS-AGE-DAYS-D " days"
                           DELIMITED BY SIZE INTO WS-AGE-LINE
                       END-STRING
                       PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
                   END-PERFORM
               END-IF
           END-PERFORM

           IF WS-ROW-LATER > 0
               MOVE SPACES TO WS-AGE-LINE
               MOVE WS-ROW-LATER TO WS-AGE-CNT-D(1)
               STRING "NOTE" WS-AGE-CNT-D(1) " history row(s) "
                      "effective after " WS-AGE-RUN-DATE " ignored"
                   DELIMITED BY SIZE INTO WS-AGE-LINE
               END-STRING
               PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           END-IF
           CLOSE AGE-RPT-FILE
           .
       WRITE-REPORT-EXIT.
           EXIT
           .

      ******************************************************************
      * PUT-FLAG-COUNTS: Writes the bucket counts for the flag at     *
      *                  WS-FLAG-POS: one line per source system that *
      *                  turned it on, then an ALL line.              *
      ******************************************************************
       PUT-FLAG-COUNTS.
           INITIALIZE WS-FLAG-TOTALS
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
             UNTIL WS-SRC-IDX > WS-SRC-COUNT
               INITIALIZE WS-BKT-TOTALS
               PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
                   MOVE WS-CNT-BKT(WS-FLAG-POS, WS-SRC-IDX, WS-BKT)
                     TO WS-BKT-TOTAL(WS-BKT)
                   ADD WS-BKT-TOTAL(WS-BKT) TO WS-BKT-TOTAL(5)
                   ADD WS-BKT-TOTAL(WS-BKT) TO WS-FLAG-TOTAL(WS-BKT)
               END-PERFORM
               ADD WS-BKT-TOTAL(5) TO WS-FLAG-TOTAL(5)
               IF WS-BKT-TOTAL(5) > 0
                   PERFORM VARYING WS-BKT FROM 1 BY 1
                     UNTIL WS-BKT > 5
                       MOVE WS-BKT-TOTAL(WS-BKT)
                         TO WS-AGE-CNT-D(WS-BKT)
                   END-PERFORM
                   MOVE SPACES TO WS-AGE-LINE
                   STRING WS-FLAG-NAME(WS-FLAG-POS)
                          " " WS-SRC-NAME(WS-SRC-IDX) "  "
                          " " WS-AGE-CNT-D(1) " " WS-AGE-CNT-D(2)
                          " " WS-AGE-CNT-D(3) " " WS-AGE-CNT-D(4)
                          " " WS-AGE-CNT-D(5)
                       DELIMITED BY SIZE INTO WS-AGE-LINE
                   END-STRING
                   PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 5
               MOVE WS-FLAG-TOTAL(WS-BKT) TO WS-AGE-CNT-D(WS-BKT)
           END-PERFORM
           MOVE SPACES TO WS-AGE-LINE
           STRING WS-FLAG-NAME(WS-FLAG-POS)
                  " ALL   "
                  " " WS-AGE-CNT-D(1) " " WS-AGE-CNT-D(2)
                  " " WS-AGE-CNT-D(3) " " WS-AGE-CNT-D(4)
                  " " WS-AGE-CNT-D(5)
               DELIMITED BY SIZE INTO WS-AGE-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           .
       PUT-FLAG-COUNTS-EXIT.
           EXIT
           .

      ******************************************************************
      * LOAD-FLAG-DEFS: Reads the XFNFLAGS.DAT dictionary into        *
      *                 WS-FLAG-TABLE, as BATCH-MODE does.            *
      ******************************************************************
       LOAD-FLAG-DEFS.
           MOVE SPACES TO WS-FLAG-TABLE
           MOVE "N" TO WS-FLAG-DEFS-SW

           OPEN INPUT AGE-FLAG-DEF-FILE
           IF WS-FLAG-DEF-STATUS NOT = "00"
               GO TO LOAD-FLAG-DEFS-EXIT
           END-IF

           MOVE "N" TO WS-FLAG-DEF-EOF-SW
           PERFORM UNTIL WS-FLAG-DEF-EOF
               READ AGE-FLAG-DEF-FILE
                   AT END
                       MOVE "Y" TO WS-FLAG-DEF-EOF-SW
                   NOT AT END
                       IF AGE-FLAG-DEF-POS-X = SPACE
                          AND AGE-FLAG-DEF-POS >= "1"
                          AND AGE-FLAG-DEF-POS <= "8"
                           COMPUTE WS-FLAG-POS =
                               FUNCTION NUMVAL(AGE-FLAG-DEF-POS)
                           MOVE AGE-FLAG-DEF-SENSE
                             TO WS-FLAG-SENSE(WS-FLAG-POS)
                           MOVE AGE-FLAG-DEF-NAME
                             TO WS-FLAG-NAME(WS-FLAG-POS)
                           MOVE "Y" TO WS-FLAG-DEFS-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGE-FLAG-DEF-FILE
           .
       LOAD-FLAG-DEFS-EXIT.
           EXIT
           .

      ******************************************************************
      * PUT-RPT-LINE: Writes WS-AGE-LINE to the report file and       *
      *               echoes it to the terminal.                      *
      ******************************************************************
       PUT-RPT-LINE.
           MOVE WS-AGE-LINE TO AGE-RPT-RECORD
           WRITE AGE-RPT-RECORD
           DISPLAY WS-AGE-LINE
           .
       PUT-RPT-LINE-EXIT.
           EXIT
           .
