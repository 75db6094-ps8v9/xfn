       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFNFVER.
      * CALLable reader of the effective-dated flag dictionary, shared
      * by XFN (decode report), XFNHINQ, and XFNDELTA, so a bit is
      * named by the dictionary version that was in force on the
      * record's own effective date rather than by today's - a
      * position renamed or repurposed last week no longer relabels
      * history from last year. XFNFMNT keeps the versions in
      * XFNFLAGV.DAT (layout in XFNFLGV): a "V" line carrying each
      * version's effective date, followed by its "F" flag lines in
      * the XFNFLAGS.DAT line format. A version is in force from its
      * effective date until the next version's. XFNFLAGS.DAT stays
      * the version in force today for the programs that only ever
      * need current names. Until XFNFMNT first saves a dated
      * version there is no XFNFLAGV.DAT, and XFNFLAGS.DAT is taken
      * as a single version in force on every date.
      *
      * Called as:
      *     CALL "XFNFVER" USING LK-FUNCTION LK-DATE LK-BITS LK-POS
      *                          LK-LIST LK-VERSION LK-OK
      *
      * LK-FUNCTION = "LIST" to return in LK-LIST the comma-separated
      *               names of the flags that are ON in the first
      *               LK-POS positions of LK-BITS (8 for a byte
      *               pattern, 16 for a word), or "(NO FLAGS SET)",
      *               per the version in force on LK-DATE, or
      *             = "NAME" to return in LK-LIST the name that
      *               version gives position LK-POS (spaces when it
      *               leaves the position undefined) and in LK-BITS
      *               its sense (the bit value meaning ON), or
      *             = "LAST" to report the latest version.
      * Every function returns in LK-VERSION the effective date of
      * the version it used ("00000000" for an undated XFNFLAGS.DAT)
      * and, in LK-POS for "LAST", the number of versions on file.
      * LK-OK "N" means there is no dictionary at all, or LK-DATE
      * falls before the earliest version; LK-VERSION is then spaces
      * and the caller shows the bare bit pattern.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FVR-VERS-FILE ASSIGN TO "XFNFLAGV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FVR-VERS-STATUS.
           SELECT FVR-FLAG-FILE ASSIGN TO "XFNFLAGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FVR-FLAG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FVR-VERS-FILE.
           COPY XFNFLGV REPLACING LEADING ==XFN-FLGV== BY ==FVR-VERS==.

       FD  FVR-FLAG-FILE.
       01  FVR-FLAG-RECORD  PIC X(25).

       WORKING-STORAGE SECTION.
       01  WS-FVR-VERS-STATUS  PIC X(2).
       01  WS-FVR-FLAG-STATUS  PIC X(2).
       01  WS-FVR-EOF-SW       PIC X.
           88  WS-FVR-EOF           VALUE "Y".
       01  WS-FVR-LOADED-SW    PIC X VALUE "N".
           88  WS-FVR-LOADED        VALUE "Y".

      * One flag line, in either XFNFLAGS.DAT format: positions 1-9
      * as a single digit, 10-16 as two digits with the rest of the
      * line shifted one column right. A space in column 2 picks the
      * single-digit view.
       01  WS-FVR-LINE.
           02  WS-FVR-1POS.
               03  WS-FVR-POS      PIC X.
               03  WS-FVR-POS-X    PIC X.
               03  WS-FVR-SENSE    PIC X.
               03  FILLER          PIC X.
               03  WS-FVR-NAME     PIC X(20).
               03  FILLER          PIC X.
           02  WS-FVR-2POS REDEFINES WS-FVR-1POS.
               03  WS-FVR-POS-2    PIC X(2).
               03  FILLER          PIC X.
               03  WS-FVR-SENSE-2  PIC X.
               03  FILLER          PIC X.
               03  WS-FVR-NAME-2   PIC X(20).

      * The dictionary versions, in ascending effective-date order,
      * loaded on the first call and kept for the rest of the run.
      * WS-VER-SENSE(v, n) is the bit value meaning the flag named
      * WS-VER-NAME(v, n) is ON; position 1 is the leftmost.
       01  WS-VER-MAX          BINARY-LONG VALUE 50.
       01  WS-VER-COUNT        BINARY-LONG VALUE 0.
       01  WS-VER-LOST         BINARY-LONG VALUE 0.
       01  WS-VER-BAD          BINARY-LONG VALUE 0.
       01  WS-VER-TABLE.
           02  WS-VER-ENTRY  OCCURS 50 TIMES.
               03  WS-VER-EFF-DATE  PIC X(8).
               03  WS-VER-FLAG  OCCURS 16 TIMES.
                   04  WS-VER-SENSE  PIC X.
                   04  WS-VER-NAME   PIC X(20).
       01  WS-VER-IDX          BINARY-LONG.
       01  WS-VER-HIT          BINARY-LONG.
      *    Version the "F" lines being read belong to; 0 while a
      *    version is being skipped (bad "V" line or table full).
       01  WS-VER-CUR          BINARY-LONG.

       01  WS-FLAG-POS         BINARY-LONG.
       01  WS-FLAG-PTR         BINARY-LONG.

       LINKAGE SECTION.
       01  LK-FUNCTION   PIC X(4).
       01  LK-DATE       PIC X(8).
       01  LK-BITS       PIC X(16).
       01  LK-POS        BINARY-LONG.
       01  LK-LIST       PIC X(80).
       01  LK-VERSION    PIC X(8).
       01  LK-OK         PIC X.

       PROCEDURE DIVISION USING LK-FUNCTION LK-DATE LK-BITS LK-POS
                                 LK-LIST LK-VERSION LK-OK.
       XFNFVER-MAIN.
           IF NOT WS-FVR-LOADED
               PERFORM LOAD-VERSIONS THRU LOAD-VERSIONS-EXIT
               IF WS-VER-COUNT = 0
                   PERFORM LOAD-CURRENT THRU LOAD-CURRENT-EXIT
               END-IF
               SET WS-FVR-LOADED TO TRUE
           END-IF

           MOVE "N" TO LK-OK
           MOVE SPACES TO LK-VERSION
           EVALUATE LK-FUNCTION
               WHEN "LIST"
                   MOVE SPACES TO LK-LIST
                   PERFORM FIND-VERSION THRU FIND-VERSION-EXIT
                   IF WS-VER-HIT > 0
                       PERFORM BUILD-FLAG-NAMES
                          THRU BUILD-FLAG-NAMES-EXIT
                   END-IF
               WHEN "NAME"
                   MOVE SPACES TO LK-LIST
                   PERFORM FIND-VERSION THRU FIND-VERSION-EXIT
                   IF WS-VER-HIT > 0
                      AND LK-POS >= 1 AND LK-POS <= 16
                       MOVE WS-VER-NAME(WS-VER-HIT, LK-POS) TO LK-LIST
                       MOVE WS-VER-SENSE(WS-VER-HIT, LK-POS)
                         TO LK-BITS
                   END-IF
               WHEN "LAST"
                   MOVE WS-VER-COUNT TO LK-POS
                   IF WS-VER-COUNT > 0
                       MOVE WS-VER-EFF-DATE(WS-VER-COUNT)
                         TO LK-VERSION
                       MOVE "Y" TO LK-OK
                   END-IF
               WHEN OTHER
                   MOVE "unknown dictionary function" TO LK-LIST
           END-EVALUATE

           GOBACK
           .

      ******************************************************************
      * LOAD-VERSIONS: Loads the dated versions from XFNFLAGV.DAT. A  *
      *                "V" line with a bad or out-of-order date skips *
      *                that whole version; bad "F" lines are skipped; *
      *                both are counted and reported once.            *
      ******************************************************************
       LOAD-VERSIONS.
           MOVE SPACES TO WS-VER-TABLE
           OPEN INPUT FVR-VERS-FILE
           IF WS-FVR-VERS-STATUS NOT = "00"
               GO TO LOAD-VERSIONS-EXIT
           END-IF

           MOVE 0 TO WS-VER-CUR
           MOVE "N" TO WS-FVR-EOF-SW
           PERFORM UNTIL WS-FVR-EOF
               READ FVR-VERS-FILE
                   AT END
                       MOVE "Y" TO WS-FVR-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN FVR-VERS-RECORD(1:1) = "*"
                             OR FVR-VERS-RECORD = SPACES
                               CONTINUE
                           WHEN FVR-VERS-HEADER
                               PERFORM START-VERSION
                                  THRU START-VERSION-EXIT
                           WHEN FVR-VERS-FLAG
                               IF WS-VER-CUR > 0
                                   MOVE FVR-VERS-DATA TO WS-FVR-LINE
                                   PERFORM TAKE-FLAG-LINE
                                      THRU TAKE-FLAG-LINE-EXIT
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WS-VER-BAD
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FVR-VERS-FILE

           IF WS-VER-BAD > 0
               DISPLAY "XFNFVER: " WS-VER-BAD " XFNFLAGV.DAT line(s) "
                       "unreadable; skipped."
           END-IF
           IF WS-VER-LOST > 0
               DISPLAY "XFNFVER: more than " WS-VER-MAX " dictionary "
                       "versions; " WS-VER-LOST " latest not loaded."
           END-IF
           .
       LOAD-VERSIONS-EXIT.
           EXIT
           .

      ******************************************************************
      * START-VERSION: Opens a new version for a "V" line, provided   *
      *                its date is a valid yyyymmdd later than the    *
      *                version before it and there is room.           *
      ******************************************************************
       START-VERSION.
           MOVE 0 TO WS-VER-CUR
           IF FVR-VERS-EFF-DATE NOT = "00000000"
              AND (FVR-VERS-EFF-DATE IS NOT NUMERIC
                OR FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(FVR-VERS-EFF-DATE)) NOT = 0)
               ADD 1 TO WS-VER-BAD
               GO TO START-VERSION-EXIT
           END-IF
           IF WS-VER-COUNT > 0
               IF FVR-VERS-EFF-DATE
                  <= WS-VER-EFF-DATE(WS-VER-COUNT)
                   ADD 1 TO WS-VER-BAD
                   GO TO START-VERSION-EXIT
               END-IF
           END-IF
           IF WS-VER-COUNT >= WS-VER-MAX
               ADD 1 TO WS-VER-LOST
               GO TO START-VERSION-EXIT
           END-IF

           ADD 1 TO WS-VER-COUNT
           MOVE WS-VER-COUNT TO WS-VER-CUR
           MOVE FVR-VERS-EFF-DATE TO WS-VER-EFF-DATE(WS-VER-CUR)
           .
       START-VERSION-EXIT.
           EXIT
           .

      ******************************************************************
      * LOAD-CURRENT: With no dated versions on file, takes the       *
      *               undated XFNFLAGS.DAT as the one version, in     *
      *               force on every date. No file, no dictionary.    *
      ******************************************************************
       LOAD-CURRENT.
           OPEN INPUT FVR-FLAG-FILE
           IF WS-FVR-FLAG-STATUS NOT = "00"
               GO TO LOAD-CURRENT-EXIT
           END-IF

           MOVE 1 TO WS-VER-COUNT
           MOVE 1 TO WS-VER-CUR
           MOVE "00000000" TO WS-VER-EFF-DATE(1)
           MOVE "N" TO WS-FVR-EOF-SW
           PERFORM UNTIL WS-FVR-EOF
               READ FVR-FLAG-FILE
                   AT END
                       MOVE "Y" TO WS-FVR-EOF-SW
                   NOT AT END
                       MOVE FVR-FLAG-RECORD TO WS-FVR-LINE
                       PERFORM TAKE-FLAG-LINE
                          THRU TAKE-FLAG-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE FVR-FLAG-FILE
           .
       LOAD-CURRENT-EXIT.
           EXIT
           .

      ******************************************************************
      * TAKE-FLAG-LINE: Files the flag line in WS-FVR-LINE under      *
      *                 version WS-VER-CUR. A line whose position is  *
      *                 not 1-16 is ignored, as XFN has always done.  *
      ******************************************************************
       TAKE-FLAG-LINE.
           EVALUATE TRUE
               WHEN WS-FVR-POS-X = SPACE
                    AND WS-FVR-POS >= "1"
                    AND WS-FVR-POS <= "9"
                   COMPUTE WS-FLAG-POS = FUNCTION NUMVAL(WS-FVR-POS)
                   MOVE WS-FVR-SENSE
                     TO WS-VER-SENSE(WS-VER-CUR, WS-FLAG-POS)
                   MOVE WS-FVR-NAME
                     TO WS-VER-NAME(WS-VER-CUR, WS-FLAG-POS)
               WHEN WS-FVR-POS-2 IS NUMERIC
                   COMPUTE WS-FLAG-POS = FUNCTION NUMVAL(WS-FVR-POS-2)
                   IF WS-FLAG-POS >= 1 AND WS-FLAG-POS <= 16
                       MOVE WS-FVR-SENSE-2
                         TO WS-VER-SENSE(WS-VER-CUR, WS-FLAG-POS)
                       MOVE WS-FVR-NAME-2
                         TO WS-VER-NAME(WS-VER-CUR, WS-FLAG-POS)
                   END-IF
           END-EVALUATE
           .
       TAKE-FLAG-LINE-EXIT.
           EXIT
           .

      ******************************************************************
      * FIND-VERSION: Sets WS-VER-HIT to the version in force on      *
      *               LK-DATE - the latest whose effective date is on *
      *               or before it - or 0 when there is none.         *
      ******************************************************************
       FIND-VERSION.
           MOVE 0 TO WS-VER-HIT
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
             UNTIL WS-VER-IDX > WS-VER-COUNT
               IF WS-VER-EFF-DATE(WS-VER-IDX) <= LK-DATE
                   MOVE WS-VER-IDX TO WS-VER-HIT
               END-IF
           END-PERFORM
           IF WS-VER-HIT > 0
               MOVE WS-VER-EFF-DATE(WS-VER-HIT) TO LK-VERSION
               MOVE "Y" TO LK-OK
           END-IF
           .
       FIND-VERSION-EXIT.
           EXIT
           .

      ******************************************************************
      * BUILD-FLAG-NAMES: Builds LK-LIST, the comma-separated list of *
      *                   flag names ON in the first LK-POS positions *
      *                   of LK-BITS, per version WS-VER-HIT.         *
      ******************************************************************
       BUILD-FLAG-NAMES.
           MOVE 1 TO WS-FLAG-PTR
           PERFORM VARYING WS-FLAG-POS FROM 1 BY 1
             UNTIL WS-FLAG-POS > LK-POS OR WS-FLAG-POS > 16
               IF WS-VER-NAME(WS-VER-HIT, WS-FLAG-POS) NOT = SPACES
                  AND LK-BITS(WS-FLAG-POS:1)
                      = WS-VER-SENSE(WS-VER-HIT, WS-FLAG-POS)
                   IF WS-FLAG-PTR > 1
                       STRING ", " DELIMITED BY SIZE
                           INTO LK-LIST
                           WITH POINTER WS-FLAG-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(
                              WS-VER-NAME(WS-VER-HIT, WS-FLAG-POS))
                       DELIMITED BY SIZE
                       INTO LK-LIST
                       WITH POINTER WS-FLAG-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-FLAG-PTR = 1
               MOVE "(NO FLAGS SET)" TO LK-LIST
           END-IF
           .
       BUILD-FLAG-NAMES-EXIT.
           EXIT
           .
