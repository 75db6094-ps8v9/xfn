      * the operator keys a business key and sees that key's full
      * flag timeline - one line per flag-state change, with the
      * effective date, source system, bit pattern, and the flag
      * names - or keys the business key followed by a date (KEY
      * YYYYMMDD) and sees the state in effect on that date. So
      * "what were account 0000012345's flags on August 14th" is one
      * inquiry, not a dig through saved files. Flag names come from
      * the effective-dated dictionary through CALL "XFNFVER": each
      * row is named by the dictionary version in force on its own
      * effective date, so a position renamed since still reads as
      * it was meant at the time, and the timeline marks each point
      * where the version changes.
      * Loops for repeated inquiries; X (or a blank line) ends the
      * session.
      * The operator signs on first through CALL "XFNSIGN" (inquiry
      * level 1 or above, from XFNOPER.DAT); a failed sign-on ends
      * the session with RC 12. Every key inquired on, with its
      * as-of date, is logged to XFNACCS.LOG as an account lookup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HNQ-MST-FILE ASSIGN TO "XFNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HNQ-MST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * History master rows, via the shared copybook.
           COPY XFNHREC.

       WORKING-STORAGE SECTION.
       01  WS-HNQ-MST-STATUS   PIC X(2).
       01  WS-HNQ-EOF-SW       PIC X.
           88  WS-HNQ-EOF           VALUE "Y".
       01  WS-HNQ-DONE-SW      PIC X VALUE "N".
           02  WS-SAVE-SOURCE    PIC X(4).
           02  WS-SAVE-BITS      PIC X(8).

      * Fields for the CALL "XFNFVER" dictionary lookups: the names
      * ON in WS-HNQ-BITS per the version in force on WS-FLAG-DATE.
      * WS-FLAG-LAST-VER is the version the timeline last showed.
       01  WS-FLAG-DEFS-SW     PIC X VALUE "N".
           88  WS-FLAG-DEFS-LOADED  VALUE "Y".
       01  WS-FLAG-FUNCTION  PIC X(4).
       01  WS-FLAG-DATE      PIC X(8).
       01  WS-FLAG-LIM       BINARY-LONG VALUE 8.
       01  WS-FLAG-LIST      PIC X(80).
       01  WS-FLAG-VERSION   PIC X(8).
       01  WS-FLAG-LAST-VER  PIC X(8).
       01  WS-FLAG-VER-OK    PIC X.
       01  WS-HNQ-BITS       PIC X(16).

      * Fields for the CALL "XFNSIGN" sign-on and lookup logging.
       01  WS-SIGN-FUNCTION  PIC X(4).
       01  WS-SIGN-PROGRAM   PIC X(8) VALUE "XFNHINQ".
       01  WS-SIGN-USER      PIC X(8).
       01  WS-SIGN-LEVEL     PIC 9.
       01  WS-SIGN-ITEM      PIC X(20).
       01  WS-SIGN-OK        PIC X.

       PROCEDURE DIVISION.
           MOVE "SIGN" TO WS-SIGN-FUNCTION
           MOVE 1 TO WS-SIGN-LEVEL
           MOVE SPACES TO WS-SIGN-ITEM
           CALL "XFNSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
                                WS-SIGN-USER WS-SIGN-LEVEL
                                WS-SIGN-ITEM WS-SIGN-OK
           IF WS-SIGN-OK NOT = "Y"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-FLAG-DEFS THRU LOAD-FLAG-DEFS-EXIT
           IF NOT WS-FLAG-DEFS-LOADED
               DISPLAY "XFNHINQ: no flag dictionary on file; "
                       "timelines show bit patterns only."
           END-IF

           DISPLAY "XFN history inquiry - key a business key for the "
               PERFORM CLASSIFY-INPUT THRU CLASSIFY-INPUT-EXIT
           END-PERFORM

           MOVE "OFF " TO WS-SIGN-FUNCTION
           CALL "XFNSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
                                WS-SIGN-USER WS-SIGN-LEVEL
                                WS-SIGN-ITEM WS-SIGN-OK
           DISPLAY "XFN history inquiry ended."
           GOBACK
           .
               END-IF
           END-IF

           MOVE "LOOK" TO WS-SIGN-FUNCTION
           MOVE SPACES TO WS-SIGN-ITEM
           STRING WS-HNQ-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HNQ-ASOF DELIMITED BY SIZE
               INTO WS-SIGN-ITEM
           END-STRING
           CALL "XFNSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
                                WS-SIGN-USER WS-SIGN-LEVEL
                                WS-SIGN-ITEM WS-SIGN-OK

           PERFORM LOAD-KEY-ROWS THRU LOAD-KEY-ROWS-EXIT
           IF WS-ROW-COUNT = 0
               DISPLAY "  no history on file for key " WS-HNQ-KEY
      ******************************************************************
       SHOW-TIMELINE.
           DISPLAY "  timeline for key " WS-HNQ-KEY ":"
           MOVE LOW-VALUES TO WS-FLAG-LAST-VER
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-ROW-COUNT
               MOVE WS-ROW-BITS(WS-ROW-IDX) TO WS-HNQ-BITS
               MOVE WS-ROW-EFF-DATE(WS-ROW-IDX) TO WS-FLAG-DATE
               PERFORM BUILD-FLAG-NAMES THRU BUILD-FLAG-NAMES-EXIT
               IF WS-FLAG-DEFS-LOADED
                  AND WS-FLAG-VERSION NOT = WS-FLAG-LAST-VER
                   IF WS-FLAG-VER-OK = "Y"
                       DISPLAY "  -- names per dictionary version "
                               "effective " WS-FLAG-VERSION " --"
                   ELSE
                       DISPLAY "  -- no dictionary version in force "
                               "yet --"
                   END-IF
                   MOVE WS-FLAG-VERSION TO WS-FLAG-LAST-VER
               END-IF
               IF WS-FLAG-DEFS-LOADED
                   DISPLAY "  " WS-ROW-EFF-DATE(WS-ROW-IDX)
                           " " WS-ROW-SOURCE(WS-ROW-IDX)
           END-IF

           MOVE WS-ROW-BITS(WS-ROW-HIT) TO WS-HNQ-BITS
           MOVE WS-ROW-EFF-DATE(WS-ROW-HIT) TO WS-FLAG-DATE
           PERFORM BUILD-FLAG-NAMES THRU BUILD-FLAG-NAMES-EXIT
           IF WS-FLAG-DEFS-LOADED
               DISPLAY "  on " WS-HNQ-ASOF " key " WS-HNQ-KEY
                       " was " WS-ROW-BITS(WS-ROW-HIT)
                       " (effective " WS-ROW-EFF-DATE(WS-ROW-HIT)
                       "): " FUNCTION TRIM(WS-FLAG-LIST)
               IF WS-FLAG-VER-OK = "Y"
                   DISPLAY "  (names per dictionary version "
                           "effective " WS-FLAG-VERSION ")"
               END-IF
           ELSE
               DISPLAY "  on " WS-HNQ-ASOF " key " WS-HNQ-KEY
                       " was " WS-ROW-BITS(WS-ROW-HIT)
           .

      ******************************************************************
      * LOAD-FLAG-DEFS: Asks XFNFVER whether there is a flag          *
      *                 dictionary at all. When there is none,        *
      *                 timelines still show the bit patterns, just   *
      *                 without names.                                *
      ******************************************************************
       LOAD-FLAG-DEFS.
           MOVE "N" TO WS-FLAG-DEFS-SW
           MOVE "LAST" TO WS-FLAG-FUNCTION
           MOVE SPACES TO WS-FLAG-DATE
           MOVE SPACES TO WS-HNQ-BITS
           CALL "XFNFVER" USING WS-FLAG-FUNCTION WS-FLAG-DATE
                                WS-HNQ-BITS WS-FLAG-LIM
                                WS-FLAG-LIST WS-FLAG-VERSION
                                WS-FLAG-VER-OK
           IF WS-FLAG-VER-OK = "Y"
               MOVE "Y" TO WS-FLAG-DEFS-SW
           END-IF
           MOVE 8 TO WS-FLAG-LIM
           .
       LOAD-FLAG-DEFS-EXIT.
           EXIT
      ******************************************************************
      * BUILD-FLAG-NAMES: Builds WS-FLAG-LIST, the comma-separated    *
      *                   list of flag names that are ON in the bit   *
      *                   pattern held in WS-HNQ-BITS, per the        *
      *                   dictionary version in force on the row's    *
      *                   effective date in WS-FLAG-DATE.             *
      ******************************************************************
       BUILD-FLAG-NAMES.
           MOVE "LIST" TO WS-FLAG-FUNCTION
           CALL "XFNFVER" USING WS-FLAG-FUNCTION WS-FLAG-DATE
                                WS-HNQ-BITS WS-FLAG-LIM
                                WS-FLAG-LIST WS-FLAG-VERSION
                                WS-FLAG-VER-OK
           IF WS-FLAG-VER-OK NOT = "Y"
               MOVE "(NO DICTIONARY VERSION IN FORCE)" TO WS-FLAG-LIST
           END-IF
           .
       BUILD-FLAG-NAMES-EXIT.
