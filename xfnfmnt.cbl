      * audit record for every change showing who, when, the old
      * value, and the new value (appended to XFNFAUD.LOG).
      *
      * The flag dictionary is effective-dated: every save of flag
      * changes becomes a new version in XFNFLAGV.DAT (layout in
      * XFNFLGV), in force from an effective date the operator
      * chooses at save - today, or back-dated to when the meaning
      * really changed - so XFNFVER can name history by the version
      * in force at the time. Earlier versions are never changed. A
      * new version may not take effect after today or before the
      * latest version on file; one dated the same day as the latest
      * replaces it, but only as a correction made the day that
      * version was saved - a version saved on an earlier day stands,
      * and later changes need a later effective date. XFNFLAGS.DAT
      * is rewritten with the latest
      * version, the one in force today, for the programs that only
      * need current names. The first save after XFNFLAGV.DAT is
      * introduced keeps the old XFNFLAGS.DAT as the version
      * effective "00000000".
      *
      * Session commands:
      *   LF            list the flag definitions being edited
      *   LV            list the dated dictionary versions on file
      *   AF            add a flag definition (prompts for position,
      *                 sense, name)
      *   CF            change a flag definition by position
      *           the 256 byte values to 256 distinct patterns.
      * Files are rewritten (flags in position order, tables in byte
      * order) only when something changed and validates clean.
      * Every saved version is audited with its effective date.
      * The operator signs on through CALL "XFNSIGN" against
      * XFNOPER.DAT; the signed-on user id is the "who" on every
      * audit record. Any signed-on operator (inquiry level 1 and
      * up) may list with LF and LT; AF, CF, DF, and ET need the
      * dictionary-maintenance level 3 and are refused, and logged
      * to XFNACCS.LOG, for anyone below it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FMT-FLAG-FILE ASSIGN TO "XFNFLAGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FMT-FLAG-STATUS.
           SELECT FMT-VERS-FILE ASSIGN TO "XFNFLAGV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FMT-VERS-STATUS.
           SELECT FMT-TABLE-FILE ASSIGN TO "XFNTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FMT-TABLE-STATUS.
      * positions 10-16 as two digits with the rest of the line
      * shifted one column right. A space in column 2 picks the
      * single-digit view.
      * The same line is the data of each "F" line of XFNFLAGV.DAT,
      * so both are built and checked in WS-FMT-LINE.
       01  FMT-FLAG-RECORD  PIC X(25).

       FD  FMT-VERS-FILE.
           COPY XFNFLGV REPLACING LEADING ==XFN-FLGV== BY ==FMT-VERS==.

       FD  FMT-TABLE-FILE.
       01  FMT-TABLE-RECORD  PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FMT-FLAG-STATUS   PIC X(2).
       01  WS-FMT-VERS-STATUS   PIC X(2).
       01  WS-FMT-TABLE-STATUS  PIC X(2).
       01  WS-FMT-AUDIT-STATUS  PIC X(2).
       01  WS-FMT-EOF-SW        PIC X.
       01  WS-FMT-DONE-SW       PIC X VALUE "N".
           88  WS-FMT-DONE           VALUE "Y".

       01  WS-FMT-OPERATOR   PIC X(8).
       01  WS-FMT-RUN-DATE   PIC X(8).
       01  WS-FMT-RUN-TIME   PIC X(8).

      * One flag-dictionary line in either format, as read from
      * XFNFLAGS.DAT or XFNFLAGV.DAT or as about to be written.
       01  WS-FMT-LINE.
           02  WS-FMT-1POS.
               03  WS-FMT-POS      PIC X.
               03  WS-FMT-POS-X    PIC X.
               03  WS-FMT-SENSE    PIC X.
               03  FILLER          PIC X.
               03  WS-FMT-NAME     PIC X(20).
               03  FILLER          PIC X.
           02  WS-FMT-2POS REDEFINES WS-FMT-1POS.
               03  WS-FMT-POS-2    PIC X(2).
               03  FILLER          PIC X.
               03  WS-FMT-SENSE-2  PIC X.
               03  FILLER          PIC X.
               03  WS-FMT-NAME-2   PIC X(20).

      * Session input fields.
       01  WS-FMT-INPUT   PIC X(40).
       01  WS-FMT-TRIM    PIC X(40).
       01  WS-OLD-VALUE     PIC X(30).
       01  WS-NEW-VALUE     PIC X(30).

      * The dated dictionary versions from XFNFLAGV.DAT, in ascending
      * effective-date order, each holding a WS-FLAG-TABLE image.
      * The session edits WS-FLAG-TABLE, a copy of the latest.
       01  WS-VER-MAX       BINARY-LONG VALUE 50.
       01  WS-VER-COUNT     BINARY-LONG VALUE 0.
       01  WS-VER-LOST      BINARY-LONG VALUE 0.
       01  WS-VER-TABLE.
           02  WS-VER-ENTRY  OCCURS 50 TIMES.
               03  WS-VER-EFF-DATE  PIC X(8).
               03  WS-VER-USER      PIC X(8).
               03  WS-VER-SAVED     PIC X(8).
               03  WS-VER-FLAGS     PIC X(352).
       01  WS-VER-IDX       BINARY-LONG.
       01  WS-VER-CUR       BINARY-LONG.
       01  WS-VER-FLAG-CNT  BINARY-LONG.
       01  WS-VER-CNT-D     PIC Z9.
       01  WS-VER-NEW-DATE  PIC X(8).
       01  WS-VER-TRIES     BINARY-LONG.
       01  WS-VER-DATE-SW   PIC X.
           88  WS-VER-DATE-OK    VALUE "Y".
           88  WS-VER-DISCARD    VALUE "X".
       01  WS-VER-SAVE-FLAGS  PIC X(352).

      * The encoding tables: up to 4 named tables of 256 patterns.
       01  WS-TBL-MAX       BINARY-LONG VALUE 4.
       01  WS-TBL-COUNT     BINARY-LONG VALUE 0.
       01  WS-AUD-ITEM      PIC X(20).
       01  WS-AUD-LINE      PIC X(100).

      * Fields for the CALL "XFNSIGN" sign-on and authority checks.
       01  WS-SIGN-FUNCTION  PIC X(4).
       01  WS-SIGN-PROGRAM   PIC X(8) VALUE "XFNFMNT".
       01  WS-SIGN-USER      PIC X(8).
       01  WS-SIGN-LEVEL     PIC 9.
       01  WS-SIGN-ITEM      PIC X(20).
       01  WS-SIGN-OK        PIC X.
       01  WS-SIGN-MAINT-LEVEL  PIC 9 VALUE 3.
      *    The run's RETURN-CODE, kept across each later XFNSIGN CALL.
       01  WS-FMT-RC         BINARY-LONG.

       PROCEDURE DIVISION.
           ACCEPT WS-FMT-RUN-DATE FROM DATE YYYYMMDD

           DISPLAY "XFN control-file maintenance."
           MOVE "SIGN" TO WS-SIGN-FUNCTION
           MOVE 1 TO WS-SIGN-LEVEL
           MOVE SPACES TO WS-SIGN-ITEM
           CALL "XFNSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
                                WS-SIGN-USER WS-SIGN-LEVEL
                                WS-SIGN-ITEM WS-SIGN-OK
           IF WS-SIGN-OK NOT = "Y"
               DISPLAY "XFNFMNT: a signed-on operator is required "
                       "for the audit trail; session ended."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-SIGN-USER TO WS-FMT-OPERATOR

           PERFORM LOAD-FLAGS THRU LOAD-FLAGS-EXIT
           PERFORM LOAD-TABLES THRU LOAD-TABLES-EXIT

           DISPLAY "commands: LF LV AF CF DF LT ET, X to save and "
                   "exit."
           PERFORM UNTIL WS-FMT-DONE
               DISPLAY "maint> " WITH NO ADVANCING
               MOVE SPACES TO WS-FMT-INPUT
                       MOVE "Y" TO WS-FMT-DONE-SW
                   WHEN "LF"
                       PERFORM LIST-FLAGS THRU LIST-FLAGS-EXIT
                   WHEN "LV"
                       PERFORM LIST-VERSIONS THRU LIST-VERSIONS-EXIT
                   WHEN "AF"
                       PERFORM AUTHORISE-CHANGE
                          THRU AUTHORISE-CHANGE-EXIT
                       IF WS-SIGN-OK = "Y"
                           PERFORM ADD-FLAG THRU ADD-FLAG-EXIT
                       END-IF
                   WHEN "CF"
                       PERFORM AUTHORISE-CHANGE
                          THRU AUTHORISE-CHANGE-EXIT
                       IF WS-SIGN-OK = "Y"
                           PERFORM CHANGE-FLAG THRU CHANGE-FLAG-EXIT
                       END-IF
                   WHEN "DF"
                       PERFORM AUTHORISE-CHANGE
                          THRU AUTHORISE-CHANGE-EXIT
                       IF WS-SIGN-OK = "Y"
                           PERFORM DELETE-FLAG THRU DELETE-FLAG-EXIT
                       END-IF
                   WHEN "LT"
                       PERFORM LIST-TABLES THRU LIST-TABLES-EXIT
                   WHEN "ET"
                       PERFORM AUTHORISE-CHANGE
                          THRU AUTHORISE-CHANGE-EXIT
                       IF WS-SIGN-OK = "Y"
                           PERFORM EDIT-TABLE-ENTRY
                              THRU EDIT-TABLE-ENTRY-EXIT
                       END-IF
                   WHEN OTHER
                       DISPLAY "  unknown command " WS-FMT-TRIM
               END-EVALUATE
           IF WS-TBLS-DIRTY
               PERFORM SAVE-TABLES THRU SAVE-TABLES-EXIT
           END-IF
           MOVE RETURN-CODE TO WS-FMT-RC
           MOVE "OFF " TO WS-SIGN-FUNCTION
           CALL "XFNSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
                                WS-SIGN-USER WS-SIGN-LEVEL
                                WS-SIGN-ITEM WS-SIGN-OK
           MOVE WS-FMT-RC TO RETURN-CODE
           DISPLAY "XFNFMNT: session ended."
           GOBACK
           .

      ******************************************************************
      * LOAD-FLAGS: Loads the dated versions from XFNFLAGV.DAT and    *
      *             starts the session on a copy of the latest. With  *
      *             no versions yet, reads XFNFLAGS.DAT instead and   *
      *             keeps it as the version effective "00000000".     *
      *             Either way every line with a bad position or      *
      *             sense and every duplicated position is reported   *
      *             (instead of silently accepted) - the problems XFN *
      *             and XFNENC load right over.                       *
      ******************************************************************
       LOAD-FLAGS.
           PERFORM CLEAR-FLAG-TABLE THRU CLEAR-FLAG-TABLE-EXIT

           OPEN INPUT FMT-VERS-FILE
           IF WS-FMT-VERS-STATUS = "00"
               PERFORM LOAD-VERSIONS THRU LOAD-VERSIONS-EXIT
               IF WS-VER-COUNT > 0
                   MOVE WS-VER-FLAGS(WS-VER-COUNT) TO WS-FLAG-TABLE
                   MOVE WS-VER-COUNT TO WS-VER-CNT-D
                   DISPLAY "XFNFMNT: " WS-VER-CNT-D " dictionary "
                           "version(s) on file; editing the one "
                           "effective " WS-VER-EFF-DATE(WS-VER-COUNT)
                   GO TO LOAD-FLAGS-EXIT
               END-IF
           END-IF

           OPEN INPUT FMT-FLAG-FILE
           IF WS-FMT-FLAG-STATUS NOT = "00"
                   AT END
                       MOVE "Y" TO WS-FMT-EOF-SW
                   NOT AT END
                       MOVE FMT-FLAG-RECORD TO WS-FMT-LINE
                       PERFORM CHECK-FLAG-LINE
                          THRU CHECK-FLAG-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE FMT-FLAG-FILE

           MOVE 1 TO WS-VER-COUNT
           MOVE "00000000" TO WS-VER-EFF-DATE(1)
           MOVE SPACES TO WS-VER-USER(1)
           MOVE SPACES TO WS-VER-SAVED(1)
           MOVE WS-FLAG-TABLE TO WS-VER-FLAGS(1)

           IF WS-FLAG-BAD-LINES > 0
               DISPLAY "XFNFMNT: " WS-FLAG-BAD-LINES " bad "
                       "XFNFLAGS.DAT line(s) reported above were "
           .

      ******************************************************************
      * CLEAR-FLAG-TABLE: Empties WS-FLAG-TABLE, every position not   *
      *                   defined.                                    *
      ******************************************************************
       CLEAR-FLAG-TABLE.
           MOVE SPACES TO WS-FLAG-TABLE
           PERFORM VARYING WS-FLAG-POS FROM 1 BY 1
             UNTIL WS-FLAG-POS > 16
               MOVE "N" TO WS-FLAG-USED-SW(WS-FLAG-POS)
           END-PERFORM
           .
       CLEAR-FLAG-TABLE-EXIT.
           EXIT
           .

      ******************************************************************
      * LOAD-VERSIONS: Reads the open XFNFLAGV.DAT into WS-VER-TABLE. *
      *                Each "V" line starts a version, checked in     *
      *                WS-FLAG-TABLE line by line as LOAD-FLAGS does  *
      *                for XFNFLAGS.DAT. A version with a bad or out- *
      *                of-order date is dropped whole. Versions past  *
      *                the table's capacity are counted, and then no  *
      *                save is allowed, since it would lose them.     *
      ******************************************************************
       LOAD-VERSIONS.
           MOVE 0 TO WS-VER-CUR
           MOVE "N" TO WS-FMT-EOF-SW
           PERFORM UNTIL WS-FMT-EOF
               READ FMT-VERS-FILE
                   AT END
                       MOVE "Y" TO WS-FMT-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN FMT-VERS-HEADER
                               PERFORM START-VERSION
                                  THRU START-VERSION-EXIT
                           WHEN FMT-VERS-FLAG AND WS-VER-CUR > 0
                               MOVE FMT-VERS-DATA TO WS-FMT-LINE
                               PERFORM CHECK-FLAG-LINE
                                  THRU CHECK-FLAG-LINE-EXIT
                           WHEN FMT-VERS-RECORD = SPACES
                               CONTINUE
                           WHEN OTHER
                               ADD 1 TO WS-FLAG-BAD-LINES
                               DISPLAY "XFNFMNT: XFNFLAGV.DAT line "
                                       "dropped: [" FMT-VERS-RECORD "]"
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FMT-VERS-FILE
           IF WS-VER-CUR > 0
               MOVE WS-FLAG-TABLE TO WS-VER-FLAGS(WS-VER-CUR)
           END-IF

           IF WS-VER-LOST > 0
               DISPLAY "XFNFMNT: more than " WS-VER-MAX " dictionary "
                       "versions in XFNFLAGV.DAT; " WS-VER-LOST
                       " not loaded, so flag changes cannot be saved."
           ELSE
               IF WS-FLAG-BAD-LINES > 0
                   DISPLAY "XFNFMNT: " WS-FLAG-BAD-LINES " bad "
                           "XFNFLAGV.DAT line(s) reported above were "
                           "dropped; save to clean the file."
                   MOVE "Y" TO WS-FLAGS-DIRTY-SW
               END-IF
           END-IF
           .
       LOAD-VERSIONS-EXIT.
           EXIT
           .

      ******************************************************************
      * START-VERSION: Files the version being read and starts the    *
      *                one on this "V" line, if its effective date is *
      *                valid and later than the version before it.    *
      *                WS-VER-CUR = 0 skips the version's lines.      *
      ******************************************************************
       START-VERSION.
           IF WS-VER-CUR > 0
               MOVE WS-FLAG-TABLE TO WS-VER-FLAGS(WS-VER-CUR)
           END-IF
           MOVE 0 TO WS-VER-CUR
           PERFORM CLEAR-FLAG-TABLE THRU CLEAR-FLAG-TABLE-EXIT

           IF FMT-VERS-EFF-DATE NOT = "00000000"
              AND (FMT-VERS-EFF-DATE IS NOT NUMERIC
                OR FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(FMT-VERS-EFF-DATE)) NOT = 0)
               ADD 1 TO WS-FLAG-BAD-LINES
               DISPLAY "XFNFMNT: bad effective date, version "
                       "dropped: [" FMT-VERS-RECORD "]"
               GO TO START-VERSION-EXIT
           END-IF
           IF WS-VER-COUNT > 0
               IF FMT-VERS-EFF-DATE <= WS-VER-EFF-DATE(WS-VER-COUNT)
                   ADD 1 TO WS-FLAG-BAD-LINES
                   DISPLAY "XFNFMNT: version out of date order, "
                           "dropped: [" FMT-VERS-RECORD "]"
                   GO TO START-VERSION-EXIT
               END-IF
           END-IF
           IF WS-VER-COUNT >= WS-VER-MAX
               ADD 1 TO WS-VER-LOST
               GO TO START-VERSION-EXIT
           END-IF

           ADD 1 TO WS-VER-COUNT
           MOVE WS-VER-COUNT TO WS-VER-CUR
           MOVE FMT-VERS-EFF-DATE TO WS-VER-EFF-DATE(WS-VER-CUR)
           MOVE FMT-VERS-USER     TO WS-VER-USER(WS-VER-CUR)
           MOVE FMT-VERS-SAVED    TO WS-VER-SAVED(WS-VER-CUR)
           .
       START-VERSION-EXIT.
           EXIT
           .

      ******************************************************************
      * CHECK-FLAG-LINE: Validates one flag line (WS-FMT-LINE) on the *
      *                  way in, in either format: position 1-16,     *
      *                  sense 0/1, position not already defined.     *
      ******************************************************************
       CHECK-FLAG-LINE.
           EVALUATE TRUE
               WHEN WS-FMT-POS-X = SPACE
                    AND WS-FMT-POS >= "1"
                    AND WS-FMT-POS <= "9"
                   COMPUTE WS-FLAG-POS =
                       FUNCTION NUMVAL(WS-FMT-POS)
                   MOVE WS-FMT-SENSE TO WS-NEW-SENSE
                   MOVE WS-FMT-NAME  TO WS-NEW-NAME
               WHEN WS-FMT-POS-2 IS NUMERIC
                    AND FUNCTION NUMVAL(WS-FMT-POS-2) >= 1
                    AND FUNCTION NUMVAL(WS-FMT-POS-2) <= 16
                   COMPUTE WS-FLAG-POS =
                       FUNCTION NUMVAL(WS-FMT-POS-2)
                   MOVE WS-FMT-SENSE-2 TO WS-NEW-SENSE
                   MOVE WS-FMT-NAME-2  TO WS-NEW-NAME
               WHEN OTHER
                   ADD 1 TO WS-FLAG-BAD-LINES
                   DISPLAY "XFNFMNT: bad position on line ["
                           WS-FMT-LINE "]"
                   GO TO CHECK-FLAG-LINE-EXIT
           END-EVALUATE
           IF WS-NEW-SENSE NOT = "0" AND WS-NEW-SENSE NOT = "1"
               ADD 1 TO WS-FLAG-BAD-LINES
               DISPLAY "XFNFMNT: sense not 0/1 on line ["
                       WS-FMT-LINE "]"
               GO TO CHECK-FLAG-LINE-EXIT
           END-IF
           IF WS-FLAG-USED-SW(WS-FLAG-POS) = "Y"
               ADD 1 TO WS-FLAG-BAD-LINES
               DISPLAY "XFNFMNT: duplicate position on line ["
                       WS-FMT-LINE "]"
               GO TO CHECK-FLAG-LINE-EXIT
           END-IF

           .

      ******************************************************************
      * SAVE-FLAGS: Saves the session's flag changes as a dictionary  *
      *             version effective from the date the operator      *
      *             gives - a new version, or a replacement for the   *
      *             latest when dated the same day and saved today -  *
      *             then rewrites XFNFLAGV.DAT with every version and *
      *             XFNFLAGS.DAT with the latest, and audits the      *
      *             save.                                             *
      ******************************************************************
       SAVE-FLAGS.
           IF WS-VER-LOST > 0
               DISPLAY "XFNFMNT: flag changes NOT saved - XFNFLAGV.DAT "
                       "holds more versions than can be kept."
               MOVE 12 TO RETURN-CODE
               GO TO SAVE-FLAGS-EXIT
           END-IF

           MOVE 0 TO WS-VER-TRIES
           MOVE "N" TO WS-VER-DATE-SW
           PERFORM ASK-EFFECTIVE-DATE THRU ASK-EFFECTIVE-DATE-EXIT
             UNTIL WS-VER-DATE-OK OR WS-VER-DISCARD
                OR WS-VER-TRIES >= 3
           IF NOT WS-VER-DATE-OK
               DISPLAY "XFNFMNT: flag changes discarded; the "
                       "dictionary is unchanged."
               MOVE "FLAG VERSION" TO WS-AUD-ITEM
               MOVE "(session changes)" TO WS-OLD-VALUE
               MOVE "(discarded)" TO WS-NEW-VALUE
               PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT
               GO TO SAVE-FLAGS-EXIT
           END-IF

           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           IF WS-VER-COUNT > 0
               STRING "effective " WS-VER-EFF-DATE(WS-VER-COUNT)
                   DELIMITED BY SIZE INTO WS-OLD-VALUE
               END-STRING
           ELSE
               MOVE "(no dictionary)" TO WS-OLD-VALUE
           END-IF
           IF WS-VER-COUNT > 0
              AND WS-VER-NEW-DATE = WS-VER-EFF-DATE(WS-VER-COUNT)
               MOVE WS-VER-COUNT TO WS-VER-CUR
               STRING "effective " WS-VER-NEW-DATE " replaced"
                   DELIMITED BY SIZE INTO WS-NEW-VALUE
               END-STRING
           ELSE
               IF WS-VER-COUNT >= WS-VER-MAX
                   DISPLAY "XFNFMNT: flag changes NOT saved - "
                           "XFNFLAGV.DAT already holds " WS-VER-MAX
                           " versions."
                   MOVE 12 TO RETURN-CODE
                   GO TO SAVE-FLAGS-EXIT
               END-IF
               ADD 1 TO WS-VER-COUNT
               MOVE WS-VER-COUNT TO WS-VER-CUR
               STRING "effective " WS-VER-NEW-DATE
                   DELIMITED BY SIZE INTO WS-NEW-VALUE
               END-STRING
           END-IF
           MOVE WS-VER-NEW-DATE TO WS-VER-EFF-DATE(WS-VER-CUR)
           MOVE WS-FMT-OPERATOR TO WS-VER-USER(WS-VER-CUR)
           MOVE WS-FMT-RUN-DATE TO WS-VER-SAVED(WS-VER-CUR)
           MOVE WS-FLAG-TABLE   TO WS-VER-FLAGS(WS-VER-CUR)

           PERFORM SAVE-VERSIONS THRU SAVE-VERSIONS-EXIT
           IF WS-FMT-VERS-STATUS NOT = "00"
               GO TO SAVE-FLAGS-EXIT
           END-IF

           OPEN OUTPUT FMT-FLAG-FILE
           IF WS-FMT-FLAG-STATUS NOT = "00"
               DISPLAY "XFNFMNT: cannot rewrite XFNFLAGS.DAT "
           PERFORM VARYING WS-FLAG-POS FROM 1 BY 1
             UNTIL WS-FLAG-POS > 16
               IF WS-FLAG-USED-SW(WS-FLAG-POS) = "Y"
                   PERFORM BUILD-FLAG-LINE THRU BUILD-FLAG-LINE-EXIT
                   WRITE FMT-FLAG-RECORD FROM WS-FMT-LINE
               END-IF
           END-PERFORM
           CLOSE FMT-FLAG-FILE
           DISPLAY "XFNFMNT: XFNFLAGS.DAT rewritten."

           MOVE "FLAG VERSION" TO WS-AUD-ITEM
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT
           .
       SAVE-FLAGS-EXIT.
           EXIT
           .

      ******************************************************************
      * ASK-EFFECTIVE-DATE: Prompts for the date the session's flag   *
      *                     changes take effect (blank = today, X =   *
      *                     discard them) into WS-VER-NEW-DATE; sets  *
      *                     WS-VER-DATE-OK once it is a valid date no *
      *                     later than today and no earlier than the  *
      *                     latest version on file - nor the same     *
      *                     date as the latest unless that version    *
      *                     was saved today.                          *
      ******************************************************************
       ASK-EFFECTIVE-DATE.
           ADD 1 TO WS-VER-TRIES
           DISPLAY "  flag changes take effect from (yyyymmdd, blank "
                   "= today, X = discard)> " WITH NO ADVANCING
           MOVE SPACES TO WS-FMT-INPUT
           ACCEPT WS-FMT-INPUT
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(WS-FMT-INPUT)) TO WS-FMT-TRIM
           EVALUATE TRUE
               WHEN WS-FMT-TRIM = SPACES
                   MOVE WS-FMT-RUN-DATE TO WS-VER-NEW-DATE
               WHEN WS-FMT-TRIM = "X"
                   MOVE "X" TO WS-VER-DATE-SW
                   GO TO ASK-EFFECTIVE-DATE-EXIT
               WHEN WS-FMT-TRIM(9:1) = SPACE
                    AND WS-FMT-TRIM(1:8) IS NUMERIC
                   MOVE WS-FMT-TRIM(1:8) TO WS-VER-NEW-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(WS-VER-NEW-DATE)) NOT = 0
                       DISPLAY "  not a valid date"
                       GO TO ASK-EFFECTIVE-DATE-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "  the date must be yyyymmdd"
                   GO TO ASK-EFFECTIVE-DATE-EXIT
           END-EVALUATE

           IF WS-VER-NEW-DATE > WS-FMT-RUN-DATE
               DISPLAY "  a version cannot take effect after today"
               GO TO ASK-EFFECTIVE-DATE-EXIT
           END-IF
           IF WS-VER-COUNT > 0
               IF WS-VER-NEW-DATE < WS-VER-EFF-DATE(WS-VER-COUNT)
                   DISPLAY "  the latest version takes effect "
                           WS-VER-EFF-DATE(WS-VER-COUNT)
                           "; a new one cannot take effect before it"
                   GO TO ASK-EFFECTIVE-DATE-EXIT
               END-IF
               IF WS-VER-NEW-DATE = WS-VER-EFF-DATE(WS-VER-COUNT)
                  AND WS-VER-SAVED(WS-VER-COUNT) NOT = WS-FMT-RUN-DATE
                   DISPLAY "  the version effective "
                           WS-VER-NEW-DATE " was saved "
                           WS-VER-SAVED(WS-VER-COUNT)
                           " and cannot be replaced; give a later "
                           "date"
                   GO TO ASK-EFFECTIVE-DATE-EXIT
               END-IF
           END-IF
           MOVE "Y" TO WS-VER-DATE-SW
           .
       ASK-EFFECTIVE-DATE-EXIT.
           EXIT
           .

      ******************************************************************
      * SAVE-VERSIONS: Rewrites XFNFLAGV.DAT from WS-VER-TABLE: per   *
      *                version a "V" line, then an "F" line for each  *
      *                defined position in position order. Leaves the *
      *                latest version in WS-FLAG-TABLE.               *
      ******************************************************************
       SAVE-VERSIONS.
           OPEN OUTPUT FMT-VERS-FILE
           IF WS-FMT-VERS-STATUS NOT = "00"
               DISPLAY "XFNFMNT: cannot rewrite XFNFLAGV.DAT "
                       "(status " WS-FMT-VERS-STATUS "); flag changes "
                       "NOT saved."
               MOVE 12 TO RETURN-CODE
               GO TO SAVE-VERSIONS-EXIT
           END-IF

           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
             UNTIL WS-VER-IDX > WS-VER-COUNT
               MOVE SPACES TO FMT-VERS-RECORD
               MOVE WS-VER-EFF-DATE(WS-VER-IDX) TO FMT-VERS-EFF-DATE
               MOVE "V" TO FMT-VERS-TYPE
               MOVE WS-VER-USER(WS-VER-IDX)  TO FMT-VERS-USER
               MOVE WS-VER-SAVED(WS-VER-IDX) TO FMT-VERS-SAVED
               WRITE FMT-VERS-RECORD
               MOVE WS-VER-FLAGS(WS-VER-IDX) TO WS-FLAG-TABLE
               PERFORM VARYING WS-FLAG-POS FROM 1 BY 1
                 UNTIL WS-FLAG-POS > 16
                   IF WS-FLAG-USED-SW(WS-FLAG-POS) = "Y"
                       PERFORM BUILD-FLAG-LINE
                          THRU BUILD-FLAG-LINE-EXIT
                       MOVE SPACES TO FMT-VERS-RECORD
                       MOVE WS-VER-EFF-DATE(WS-VER-IDX)
                         TO FMT-VERS-EFF-DATE
                       MOVE "F" TO FMT-VERS-TYPE
                       MOVE WS-FMT-LINE TO FMT-VERS-DATA
                       WRITE FMT-VERS-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE FMT-VERS-FILE
           MOVE WS-VER-FLAGS(WS-VER-COUNT) TO WS-FLAG-TABLE
           DISPLAY "XFNFMNT: XFNFLAGV.DAT rewritten; version "
                   "effective " WS-VER-NEW-DATE " saved."
           .
       SAVE-VERSIONS-EXIT.
           EXIT
           .

      ******************************************************************
      * BUILD-FLAG-LINE: Builds in WS-FMT-LINE the dictionary line    *
      *                  for position WS-FLAG-POS of WS-FLAG-TABLE,   *
      *                  single-digit format for 1-9, two-digit for   *
      *                  10-16.                                       *
      ******************************************************************
       BUILD-FLAG-LINE.
           MOVE SPACES TO WS-FMT-LINE
           IF WS-FLAG-POS < 10
               MOVE WS-FLAG-POS TO WS-FLAG-POS-1D
               MOVE WS-FLAG-POS-1D TO WS-FMT-POS
               MOVE WS-FLAG-SENSE(WS-FLAG-POS) TO WS-FMT-SENSE
               MOVE WS-FLAG-NAME(WS-FLAG-POS)  TO WS-FMT-NAME
           ELSE
               MOVE WS-FLAG-POS TO WS-FLAG-POS-2D
               MOVE WS-FLAG-POS-2D TO WS-FMT-POS-2
               MOVE WS-FLAG-SENSE(WS-FLAG-POS) TO WS-FMT-SENSE-2
               MOVE WS-FLAG-NAME(WS-FLAG-POS)  TO WS-FMT-NAME-2
           END-IF
           .
       BUILD-FLAG-LINE-EXIT.
           EXIT
           .

      ******************************************************************
      * LIST-VERSIONS: Shows each dated dictionary version on file -  *
      *                effective date, who saved it and when - with   *
      *                its flag definitions. The session's own edits  *
      *                are not a version until saved.                 *
      ******************************************************************
       LIST-VERSIONS.
           IF WS-VER-COUNT = 0
               DISPLAY "  no dictionary versions on file"
               GO TO LIST-VERSIONS-EXIT
           END-IF
           MOVE WS-FLAG-TABLE TO WS-VER-SAVE-FLAGS
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
             UNTIL WS-VER-IDX > WS-VER-COUNT
               IF WS-VER-USER(WS-VER-IDX) = SPACES
                   DISPLAY "  effective " WS-VER-EFF-DATE(WS-VER-IDX)
                           "  (undated XFNFLAGS.DAT taken over)"
               ELSE
                   DISPLAY "  effective " WS-VER-EFF-DATE(WS-VER-IDX)
                           "  saved " WS-VER-SAVED(WS-VER-IDX)
                           " by " WS-VER-USER(WS-VER-IDX)
               END-IF
               MOVE WS-VER-FLAGS(WS-VER-IDX) TO WS-FLAG-TABLE
               MOVE 0 TO WS-VER-FLAG-CNT
               PERFORM VARYING WS-FLAG-POS FROM 1 BY 1
                 UNTIL WS-FLAG-POS > 16
                   IF WS-FLAG-USED-SW(WS-FLAG-POS) = "Y"
                       ADD 1 TO WS-VER-FLAG-CNT
                       MOVE WS-FLAG-POS TO WS-FLAG-POS-D
                       DISPLAY "      pos " WS-FLAG-POS-D
                               " sense " WS-FLAG-SENSE(WS-FLAG-POS)
                               " " WS-FLAG-NAME(WS-FLAG-POS)
                   END-IF
               END-PERFORM
               IF WS-VER-FLAG-CNT = 0
                   DISPLAY "      (no flags defined)"
               END-IF
           END-PERFORM
           MOVE WS-VER-SAVE-FLAGS TO WS-FLAG-TABLE
           IF WS-FLAGS-DIRTY
               DISPLAY "  (this session's flag changes become a new "
                       "version when saved at exit)"
           END-IF
           .
       LIST-VERSIONS-EXIT.
           EXIT
           .

      ******************************************************************
      * LOAD-TABLES: Reads XFNTABLE.DAT into WS-TBL-TABLE: "TABLE     *
      *              name" starts a table, "nnn bbbbbbbb" lines fill  *
           EXIT
           .

      ******************************************************************
      * AUTHORISE-CHANGE: Asks XFNSIGN whether the signed-on operator *
      *                   holds the dictionary-maintenance level the  *
      *                   change command in WS-FMT-TRIM needs; sets   *
      *                   WS-SIGN-OK.                                 *
      ******************************************************************
       AUTHORISE-CHANGE.
           MOVE "AUTH" TO WS-SIGN-FUNCTION
           MOVE WS-SIGN-MAINT-LEVEL TO WS-SIGN-LEVEL
           MOVE WS-FMT-TRIM TO WS-SIGN-ITEM
           MOVE RETURN-CODE TO WS-FMT-RC
           CALL "XFNSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
                                WS-SIGN-USER WS-SIGN-LEVEL
                                WS-SIGN-ITEM WS-SIGN-OK
           MOVE WS-FMT-RC TO RETURN-CODE
           .
       AUTHORISE-CHANGE-EXIT.
           EXIT
           .

      ******************************************************************
      * WRITE-AUDIT: Appends one change record to XFNFAUD.LOG: date,  *
      *              time, operator user id, the item changed, and    *
      *              the old and new values.                          *
      ******************************************************************
       WRITE-AUDIT.
