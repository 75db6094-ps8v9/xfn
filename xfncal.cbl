       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFNCAL.
      * CALLable business-day calendar shared by XFNNIGHT, XFNRECON,
      * XFNSRC, and XFNHSKP, so ageing, staleness, and retention are
      * counted in business days and a Monday or the night after a
      * holiday stops raising weekend noise. Saturdays and Sundays
      * are never business days unless the calendar says so; the
      * maintained calendar file XFNCAL.DAT lists the exceptions,
      * one line each:
      *     yyyymmdd H description     holiday - not a business day
      *     yyyymmdd B description     business day on a weekend
      * Lines starting "*" are comments. Without XFNCAL.DAT only the
      * weekends are closed, and a warning says so once per run.
      *
      * Called as:
      *     CALL "XFNCAL" USING LK-FUNCTION LK-DATE LK-DATE-2
      *                          LK-DAYS LK-NOTE LK-OK
      *
      * LK-FUNCTION = "CHEK" to check LK-DATE: LK-OK "Y" for a
      *               business day, "N" when it is not one, with the
      *               reason (the weekday or the holiday's
      *               description) in LK-NOTE, or
      *             = "PRIO" to return in LK-DATE-2 the business day
      *               before LK-DATE (the "prior" business date), or
      *             = "BACK" to return in LK-DATE-2 the date LK-DAYS
      *               business days before LK-DATE ("BACK" with 1 is
      *               "PRIO"), or
      *             = "DAYS" to return in LK-DAYS the business days
      *               after LK-DATE up to and including LK-DATE-2 -
      *               the age in business days of something dated
      *               LK-DATE on business date LK-DATE-2 (0 when
      *               LK-DATE-2 is not later).
      * For "PRIO", "BACK", and "DAYS" LK-OK "N" means a date was not
      * a valid yyyymmdd, or the search ran out of range (no business
      * day within a year); LK-NOTE then says which.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO "XFNCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE.
       01  CAL-RECORD.
           02  CAL-DATE   PIC X(8).
           02  FILLER     PIC X.
           02  CAL-TYPE   PIC X.
               88  CAL-HOLIDAY       VALUE "H".
               88  CAL-BUSINESS-DAY  VALUE "B".
           02  FILLER     PIC X.
           02  CAL-NOTE   PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS       PIC X(2).
       01  WS-CAL-EOF-SW       PIC X.
           88  WS-CAL-EOF           VALUE "Y".
       01  WS-CAL-LOADED-SW    PIC X VALUE "N".
           88  WS-CAL-LOADED        VALUE "Y".

      * The calendar's exception days, loaded on the first call and
      * kept for the rest of the run.
       01  WS-CAL-MAX          BINARY-LONG VALUE 1000.
       01  WS-CAL-COUNT        BINARY-LONG VALUE 0.
       01  WS-CAL-BAD          BINARY-LONG VALUE 0.
       01  WS-CAL-TABLE.
           02  WS-CAL-ENTRY  OCCURS 1000 TIMES.
               03  WS-CAL-DAY-DATE  PIC X(8).
               03  WS-CAL-DAY-TYPE  PIC X.
               03  WS-CAL-DAY-NOTE  PIC X(30).
       01  WS-CAL-IDX          BINARY-LONG.

      * Day arithmetic. Day 1 of INTEGER-OF-DATE (1601-01-01) was a
      * Monday, so MOD(day - 1, 7) gives 0 Monday .. 6 Sunday.
       01  WS-DAY-NAMES-V.
           02  FILLER  PIC X(9) VALUE "MONDAY".
           02  FILLER  PIC X(9) VALUE "TUESDAY".
           02  FILLER  PIC X(9) VALUE "WEDNESDAY".
           02  FILLER  PIC X(9) VALUE "THURSDAY".
           02  FILLER  PIC X(9) VALUE "FRIDAY".
           02  FILLER  PIC X(9) VALUE "SATURDAY".
           02  FILLER  PIC X(9) VALUE "SUNDAY".
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-V.
           02  WS-DAY-NAME  PIC X(9) OCCURS 7 TIMES.
       01  WS-DAY-INT          BINARY-LONG.
       01  WS-DAY-INT-2        BINARY-LONG.
       01  WS-DAY-OF-WEEK      BINARY-LONG.
       01  WS-DAY-DATE-9       PIC 9(8).
       01  WS-DAY-DATE         PIC X(8).
       01  WS-DAY-STEPS        BINARY-LONG.
       01  WS-DAY-WANTED       BINARY-LONG.
       01  WS-DAY-LIMIT        BINARY-LONG VALUE 366.
       01  WS-DAY-BUS-SW       PIC X.
           88  WS-DAY-IS-BUSINESS   VALUE "Y".
       01  WS-DAY-NOTE         PIC X(30).
       01  WS-DATE-OK-SW       PIC X.
           88  WS-DATE-OK           VALUE "Y".

       LINKAGE SECTION.
       01  LK-FUNCTION   PIC X(4).
       01  LK-DATE       PIC X(8).
       01  LK-DATE-2     PIC X(8).
       01  LK-DAYS       BINARY-LONG.
       01  LK-NOTE       PIC X(30).
       01  LK-OK         PIC X.

       PROCEDURE DIVISION USING LK-FUNCTION LK-DATE LK-DATE-2
                                 LK-DAYS LK-NOTE LK-OK.
       XFNCAL-MAIN.
           IF NOT WS-CAL-LOADED
               PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-EXIT
               SET WS-CAL-LOADED TO TRUE
           END-IF

           MOVE "N" TO LK-OK
           MOVE SPACES TO LK-NOTE
           EVALUATE LK-FUNCTION
               WHEN "CHEK"
                   PERFORM CHECK-DATE THRU CHECK-DATE-EXIT
               WHEN "PRIO"
                   MOVE 1 TO WS-DAY-WANTED
                   PERFORM COUNT-BACK THRU COUNT-BACK-EXIT
               WHEN "BACK"
                   MOVE LK-DAYS TO WS-DAY-WANTED
                   PERFORM COUNT-BACK THRU COUNT-BACK-EXIT
               WHEN "DAYS"
                   PERFORM COUNT-BETWEEN THRU COUNT-BETWEEN-EXIT
               WHEN OTHER
                   MOVE "unknown calendar function" TO LK-NOTE
           END-EVALUATE

           GOBACK
           .

      ******************************************************************
      * LOAD-CALENDAR: Loads the exception days from XFNCAL.DAT. Bad  *
      *                lines are counted and skipped; a missing file  *
      *                leaves the weekends as the only closed days.   *
      ******************************************************************
       LOAD-CALENDAR.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "XFNCAL: XFNCAL.DAT not found (status "
                       WS-CAL-STATUS "); only weekends are treated "
                       "as non-business days."
               GO TO LOAD-CALENDAR-EXIT
           END-IF

           MOVE "N" TO WS-CAL-EOF-SW
           PERFORM UNTIL WS-CAL-EOF
               READ CAL-FILE
                   AT END
                       MOVE "Y" TO WS-CAL-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CAL-RECORD(1:1) = "*"
                             OR CAL-RECORD = SPACES
                               CONTINUE
                           WHEN CAL-DATE IS NOT NUMERIC
                             OR NOT (CAL-HOLIDAY OR CAL-BUSINESS-DAY)
                             OR WS-CAL-COUNT >= WS-CAL-MAX
                               ADD 1 TO WS-CAL-BAD
                           WHEN OTHER
                               ADD 1 TO WS-CAL-COUNT
                               MOVE CAL-DATE
                                 TO WS-CAL-DAY-DATE(WS-CAL-COUNT)
                               MOVE CAL-TYPE
                                 TO WS-CAL-DAY-TYPE(WS-CAL-COUNT)
                               MOVE CAL-NOTE
                                 TO WS-CAL-DAY-NOTE(WS-CAL-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CAL-FILE

           IF WS-CAL-BAD > 0
               DISPLAY "XFNCAL: " WS-CAL-BAD " XFNCAL.DAT line(s) "
                       "unreadable or beyond " WS-CAL-MAX
                       " entries; skipped."
           END-IF
           .
       LOAD-CALENDAR-EXIT.
           EXIT
           .

      ******************************************************************
      * CHECK-DATE: "CHEK" - is LK-DATE a business day?               *
      ******************************************************************
       CHECK-DATE.
           MOVE LK-DATE TO WS-DAY-DATE
           PERFORM DATE-TO-DAY THRU DATE-TO-DAY-EXIT
           IF NOT WS-DATE-OK
               MOVE "not a valid date" TO LK-NOTE
               GO TO CHECK-DATE-EXIT
           END-IF
           PERFORM JUDGE-DAY THRU JUDGE-DAY-EXIT
           IF WS-DAY-IS-BUSINESS
               MOVE "Y" TO LK-OK
           END-IF
           MOVE WS-DAY-NOTE TO LK-NOTE
           .
       CHECK-DATE-EXIT.
           EXIT
           .

      ******************************************************************
      * COUNT-BACK: "PRIO"/"BACK" - steps back from LK-DATE a day at  *
      *             a time until WS-DAY-WANTED business days have     *
      *             been passed, and returns that date in LK-DATE-2.  *
      ******************************************************************
       COUNT-BACK.
           MOVE LK-DATE TO WS-DAY-DATE
           PERFORM DATE-TO-DAY THRU DATE-TO-DAY-EXIT
           IF NOT WS-DATE-OK
               MOVE "not a valid date" TO LK-NOTE
               GO TO COUNT-BACK-EXIT
           END-IF
           IF WS-DAY-WANTED < 0
               MOVE 0 TO WS-DAY-WANTED
           END-IF

           MOVE 0 TO WS-DAY-STEPS
           PERFORM UNTIL WS-DAY-WANTED = 0
             OR WS-DAY-STEPS > WS-DAY-LIMIT
               SUBTRACT 1 FROM WS-DAY-INT
               ADD 1 TO WS-DAY-STEPS
               PERFORM JUDGE-DAY THRU JUDGE-DAY-EXIT
               IF WS-DAY-IS-BUSINESS
                   SUBTRACT 1 FROM WS-DAY-WANTED
                   MOVE 0 TO WS-DAY-STEPS
               END-IF
           END-PERFORM
           IF WS-DAY-WANTED > 0
               MOVE "no business day within a year" TO LK-NOTE
               GO TO COUNT-BACK-EXIT
           END-IF

           COMPUTE WS-DAY-DATE-9 = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DAY-DATE-9 TO LK-DATE-2
           MOVE "Y" TO LK-OK
           .
       COUNT-BACK-EXIT.
           EXIT
           .

      ******************************************************************
      * COUNT-BETWEEN: "DAYS" - counts the business days after        *
      *                LK-DATE up to and including LK-DATE-2.         *
      ******************************************************************
       COUNT-BETWEEN.
           MOVE 0 TO LK-DAYS
           MOVE LK-DATE-2 TO WS-DAY-DATE
           PERFORM DATE-TO-DAY THRU DATE-TO-DAY-EXIT
           IF NOT WS-DATE-OK
               MOVE "not a valid date" TO LK-NOTE
               GO TO COUNT-BETWEEN-EXIT
           END-IF
           MOVE WS-DAY-INT TO WS-DAY-INT-2
           MOVE LK-DATE TO WS-DAY-DATE
           PERFORM DATE-TO-DAY THRU DATE-TO-DAY-EXIT
           IF NOT WS-DATE-OK
               MOVE "not a valid date" TO LK-NOTE
               GO TO COUNT-BETWEEN-EXIT
           END-IF

      *    Ten years is far beyond anything the suite ages; a gap
      *    wider than that is a bad date, not an old item.
           IF WS-DAY-INT-2 - WS-DAY-INT > 3660
               MOVE "dates more than ten years apart" TO LK-NOTE
               GO TO COUNT-BETWEEN-EXIT
           END-IF

           PERFORM UNTIL WS-DAY-INT >= WS-DAY-INT-2
               ADD 1 TO WS-DAY-INT
               PERFORM JUDGE-DAY THRU JUDGE-DAY-EXIT
               IF WS-DAY-IS-BUSINESS
                   ADD 1 TO LK-DAYS
               END-IF
           END-PERFORM
           MOVE "Y" TO LK-OK
           .
       COUNT-BETWEEN-EXIT.
           EXIT
           .

      ******************************************************************
      * DATE-TO-DAY: Turns WS-DAY-DATE (yyyymmdd) into its day number *
      *              in WS-DAY-INT; WS-DATE-OK says whether it was a  *
      *              real date.                                       *
      ******************************************************************
       DATE-TO-DAY.
           MOVE "N" TO WS-DATE-OK-SW
           MOVE 0 TO WS-DAY-INT
           IF WS-DAY-DATE IS NOT NUMERIC
               GO TO DATE-TO-DAY-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-DAY-DATE))
              NOT = 0
               GO TO DATE-TO-DAY-EXIT
           END-IF
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-DAY-DATE))
           MOVE "Y" TO WS-DATE-OK-SW
           .
       DATE-TO-DAY-EXIT.
           EXIT
           .

      ******************************************************************
      * JUDGE-DAY: Decides whether day number WS-DAY-INT is a         *
      *            business day: a calendar entry for the date wins,  *
      *            otherwise Monday to Friday are open. WS-DAY-NOTE   *
      *            gets the holiday description or the weekday name.  *
      ******************************************************************
       JUDGE-DAY.
           COMPUTE WS-DAY-DATE-9 = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DAY-DATE-9 TO WS-DAY-DATE
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
           MOVE WS-DAY-NAME(WS-DAY-OF-WEEK) TO WS-DAY-NOTE
           IF WS-DAY-OF-WEEK > 5
               MOVE "N" TO WS-DAY-BUS-SW
           ELSE
               MOVE "Y" TO WS-DAY-BUS-SW
           END-IF

           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
             UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-DAY-DATE(WS-CAL-IDX) = WS-DAY-DATE
                   IF WS-CAL-DAY-TYPE(WS-CAL-IDX) = "H"
                       MOVE "N" TO WS-DAY-BUS-SW
                   ELSE
                       MOVE "Y" TO WS-DAY-BUS-SW
                   END-IF
                   IF WS-CAL-DAY-NOTE(WS-CAL-IDX) NOT = SPACES
                       MOVE WS-CAL-DAY-NOTE(WS-CAL-IDX) TO WS-DAY-NOTE
                   END-IF
               END-IF
           END-PERFORM
           .
       JUDGE-DAY-EXIT.
           EXIT
           .
