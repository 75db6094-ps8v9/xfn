       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFNCASE.
      * Alert case-management work queue. XFNALERT rewrites
      * XFNALERT.DAT from scratch every night, so nothing showed
      * whether anyone had worked an alert - the same HIGH alert on
      * an account came back every morning with no owner and no
      * proof it was ever looked at. This program keeps one case per
      * key/rule alert in the cumulative case file XFNCASE.DAT, and
      * every event on a case (opened, assigned, noted, closed) in
      * the case journal XFNCASE.LOG. The mode comes from the command
      * line:
      *
      *   XFNCASE SYNC
      *     Run after XFNALERT. Opens a case for each key/rule alert
      *     in XFNALERT.DAT that has no case yet, refreshes the
      *     severity, bit pattern, and last-seen date of the cases
      *     that are still firing, and closes automatically (code
      *     AUTO) every open case whose rule no longer fires for its
      *     key. A case the analyst closed stays closed while the
      *     alert keeps firing; once the alert clears, the case is
      *     finished and a later alert opens a fresh case.
      *   XFNCASE WORK
      *     Terminal work queue, like XFNSUSP REPAIR: the analyst signs
      *     on through CALL "XFNSIGN" (repair level 2 or above in
      *     XFNOPER.DAT), and the signed-on user id is the one the
      *     case journal records. It lists the open cases, lets the
      *     analyst call one up by its case id, and then take it
      *     (A, assign it to the signed-on analyst), add a note (N),
      *     or close it with a resolution code (C).
      *   XFNCASE           (no argument)
      *     Daily ageing report to XFNCASE.RPT: every open case by
      *     severity and assignee with its age in days, and a count
      *     per severity and assignee. A case older than its
      *     severity's target (HIGH 1 day, MED 3, anything else 7)
      *     is tagged OVERDUE and grades RETURN-CODE 4.
      *
      * Finished cases are kept on XFNCASE.DAT for 90 days after
      * closing and dropped as the file is loaded, so they never
      * take room from new cases; the journal is never trimmed here.
      * RETURN-CODE 12 when XFNALERT.DAT is missing for SYNC or the
      * case file cannot be rewritten, 4 when SYNC could not open a
      * case for an alert because the case table was full (the rest
      * of the run is still saved).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAS-MST-FILE ASSIGN TO "XFNCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-MST-STATUS.
           SELECT CAS-ALERT-FILE ASSIGN TO "XFNALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-ALERT-STATUS.
           SELECT CAS-JRN-FILE ASSIGN TO "XFNCASE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-JRN-STATUS.
           SELECT CAS-RPT-FILE ASSIGN TO "XFNCASE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAS-MST-FILE.
       01  CAS-MST-RECORD.
           02  CAS-MST-ID          PIC 9(6).
           02  FILLER              PIC X.
           02  CAS-MST-OPENED      PIC X(8).
           02  FILLER              PIC X.
           02  CAS-MST-KEY         PIC X(10).
           02  FILLER              PIC X.
           02  CAS-MST-RULE        PIC X(12).
           02  FILLER              PIC X.
           02  CAS-MST-SEVERITY    PIC X(4).
           02  FILLER              PIC X.
           02  CAS-MST-STATUS      PIC X.
      *        "O" open, "C" closed by the analyst (alert may still
      *        fire), "D" done (closed and the alert has cleared).
           02  FILLER              PIC X.
           02  CAS-MST-ASSIGNEE    PIC X(8).
           02  FILLER              PIC X.
           02  CAS-MST-SEEN        PIC X(8).
           02  FILLER              PIC X.
           02  CAS-MST-CLOSED      PIC X(8).
           02  FILLER              PIC X.
           02  CAS-MST-RESOLUTION  PIC X(4).
           02  FILLER              PIC X.
           02  CAS-MST-BITS        PIC X(8).

       FD  CAS-ALERT-FILE.
      * XFNALERT.DAT layout, as XFNALERT writes it.
       01  CAS-ALERT-RECORD.
           02  CAS-ALERT-KEY       PIC X(10).
           02  FILLER              PIC X.
           02  CAS-ALERT-RULE      PIC X(12).
           02  FILLER              PIC X.
           02  CAS-ALERT-SEVERITY  PIC X(4).
           02  FILLER              PIC X.
           02  CAS-ALERT-BITS      PIC X(8).

       FD  CAS-JRN-FILE.
       01  CAS-JRN-RECORD.
           02  CAS-JRN-DATE     PIC X(8).
           02  FILLER           PIC X.
           02  CAS-JRN-TIME     PIC X(6).
           02  FILLER           PIC X.
           02  CAS-JRN-ID       PIC 9(6).
           02  FILLER           PIC X.
           02  CAS-JRN-ANALYST  PIC X(8).
           02  FILLER           PIC X.
           02  CAS-JRN-TEXT     PIC X(68).

       FD  CAS-RPT-FILE.
       01  CAS-RPT-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CAS-MST-STATUS    PIC X(2).
       01  WS-CAS-ALERT-STATUS  PIC X(2).
       01  WS-CAS-JRN-STATUS    PIC X(2).
       01  WS-CAS-RPT-STATUS    PIC X(2).
       01  WS-CAS-EOF-SW        PIC X.
           88  WS-CAS-EOF            VALUE "Y".

       01  WS-CAS-MODE       PIC X(10).
       01  WS-CAS-RUN-DATE   PIC X(8).
       01  WS-CAS-RUN-TIME   PIC X(8).
       01  WS-CAS-RUN-INT    BINARY-LONG.

      * Finished cases older than this many days since closing come
      * off the case file on the next rewrite.
       01  WS-CAS-KEEP-DAYS  BINARY-LONG VALUE 90.

      * The cases, held in memory for the run and written back
      * whenever anything changed.
       01  WS-CAS-MAX      BINARY-LONG VALUE 1000.
       01  WS-CAS-COUNT    BINARY-LONG VALUE 0.
       01  WS-CAS-LOST     BINARY-LONG VALUE 0.
       01  WS-CAS-PURGED   BINARY-LONG VALUE 0.
       01  WS-CAS-NEXT-ID  BINARY-LONG VALUE 1.
       01  WS-CAS-DIRTY-SW PIC X VALUE "N".
           88  WS-CAS-DIRTY     VALUE "Y".
       01  WS-CAS-TABLE.
           02  WS-CAS-ENTRY  OCCURS 1000 TIMES.
               03  WS-CAS-ID          BINARY-LONG.
               03  WS-CAS-OPENED      PIC X(8).
               03  WS-CAS-KEY         PIC X(10).
               03  WS-CAS-RULE        PIC X(12).
               03  WS-CAS-SEVERITY    PIC X(4).
               03  WS-CAS-STATE       PIC X.
               03  WS-CAS-ASSIGNEE    PIC X(8).
               03  WS-CAS-SEEN        PIC X(8).
               03  WS-CAS-CLOSED      PIC X(8).
               03  WS-CAS-RESOLUTION  PIC X(4).
               03  WS-CAS-BITS        PIC X(8).
               03  WS-CAS-FIRED-SW    PIC X.
       01  WS-CAS-IDX      BINARY-LONG.
       01  WS-CAS-HIT      BINARY-LONG.

      * Resolution codes an analyst may close a case with. AUTO is
      * reserved for SYNC's own closes and cannot be keyed.
       01  WS-RES-CODES.
           02  FILLER  PIC X(34)
               VALUE "FIXDcorrected at source".
           02  FILLER  PIC X(34)
               VALUE "FALSfalse positive - flags correct".
           02  FILLER  PIC X(34)
               VALUE "EXPDexpected for this account".
           02  FILLER  PIC X(34)
               VALUE "DUPLduplicate of another case".
           02  FILLER  PIC X(34)
               VALUE "REFRreferred to another team".
       01  WS-RES-TABLE REDEFINES WS-RES-CODES.
           02  WS-RES-ENTRY  OCCURS 5 TIMES.
               03  WS-RES-CODE  PIC X(4).
               03  WS-RES-TEXT  PIC X(30).
       01  WS-RES-COUNT    BINARY-LONG VALUE 5.
       01  WS-RES-IDX      BINARY-LONG.
       01  WS-RES-HIT      BINARY-LONG.

      * Overdue targets by severity, in report order; any other
      * severity sorts after these with the last target.
       01  WS-SEV-TARGETS.
           02  FILLER  PIC X(7) VALUE "HIGH001".
           02  FILLER  PIC X(7) VALUE "MED 003".
           02  FILLER  PIC X(7) VALUE "LOW 007".
       01  WS-SEV-TABLE REDEFINES WS-SEV-TARGETS.
           02  WS-SEV-ENTRY  OCCURS 3 TIMES.
               03  WS-SEV-NAME  PIC X(4).
               03  WS-SEV-DAYS  PIC 9(3).
       01  WS-SEV-COUNT    BINARY-LONG VALUE 3.
       01  WS-SEV-IDX      BINARY-LONG.
       01  WS-SEV-RANK     BINARY-LONG.
       01  WS-SEV-TARGET   BINARY-LONG.

      * Fields for SYNC.
       01  WS-SYN-READ      BINARY-LONG VALUE 0.
       01  WS-SYN-OPENED    BINARY-LONG VALUE 0.
       01  WS-SYN-FIRING    BINARY-LONG VALUE 0.
       01  WS-SYN-AUTO      BINARY-LONG VALUE 0.
       01  WS-SYN-CLEARED   BINARY-LONG VALUE 0.
       01  WS-SYN-UNOPENED  BINARY-LONG VALUE 0.

      * Fields for WORK.
       01  WS-WRK-ANALYST   PIC X(8).
       01  WS-WRK-INPUT     PIC X(70).
       01  WS-WRK-TRIM      PIC X(70).
       01  WS-WRK-ID        BINARY-LONG.
       01  WS-WRK-DONE-SW   PIC X.
           88  WS-WRK-DONE       VALUE "Y".
       01  WS-WRK-ID-D      PIC ZZZZZ9.
       01  WS-WRK-AGE-D     PIC ZZZ9.

      * Fields for the CALL "XFNSIGN" sign-on before WORK.
       01  WS-SIGN-FUNCTION  PIC X(4).
       01  WS-SIGN-PROGRAM   PIC X(8) VALUE "XFNCASE".
       01  WS-SIGN-USER      PIC X(8).
       01  WS-SIGN-LEVEL     PIC 9.
       01  WS-SIGN-ITEM      PIC X(20).
       01  WS-SIGN-OK        PIC X.
       01  WS-SIGN-WORK-LEVEL  PIC 9 VALUE 2.
      *    The run's RETURN-CODE, kept across the sign-off CALL.
       01  WS-CAS-RC         BINARY-LONG.

      * One case journal line, built before it is appended.
       01  WS-JRN-ID        BINARY-LONG.
       01  WS-JRN-ANALYST   PIC X(8).
       01  WS-JRN-TEXT      PIC X(68).

      * Fields for the ageing report: one row per open case, sorted
      * by severity rank, severity (so the unranked severities do not
      * interleave), assignee, then oldest first.
       01  WS-AGE-DAYS      BINARY-LONG.
       01  WS-AGE-OPEN      BINARY-LONG VALUE 0.
       01  WS-AGE-OVERDUE   BINARY-LONG VALUE 0.
       01  WS-AGE-COUNT     BINARY-LONG VALUE 0.
       01  WS-AGE-TABLE.
           02  WS-AGE-ROW  OCCURS 1000 TIMES.
               03  WS-AGE-SORT-KEY.
                   04  WS-AGE-RANK      PIC 9.
                   04  WS-AGE-SEVERITY  PIC X(4).
                   04  WS-AGE-ASSIGNEE  PIC X(8).
                   04  WS-AGE-INVERSE   PIC 9(5).
               03  WS-AGE-CAS-IDX   BINARY-LONG.
               03  WS-AGE-AGE       BINARY-LONG.
               03  WS-AGE-OVER-SW   PIC X.
       01  WS-SORT-I        BINARY-LONG.
       01  WS-SORT-J        BINARY-LONG.
       01  WS-SAVE-AGE-ROW.
           02  WS-SAVE-SORT-KEY  PIC X(18).
           02  FILLER            PIC X(9).
       01  WS-GRP-SEVERITY  PIC X(4).
       01  WS-GRP-ASSIGNEE  PIC X(8).
       01  WS-GRP-OPEN      BINARY-LONG.
       01  WS-GRP-OVERDUE   BINARY-LONG.
       01  WS-GRP-OLDEST    BINARY-LONG.
       01  WS-GRP-OPEN-D    PIC ZZZ9.
       01  WS-GRP-OVER-D    PIC ZZZ9.
       01  WS-GRP-OLD-D     PIC ZZZ9.
       01  WS-AGE-LINE      PIC X(100).

       PROCEDURE DIVISION.
           ACCEPT WS-CAS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CAS-RUN-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CAS-RUN-DATE))
           ACCEPT WS-CAS-MODE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAS-MODE))
             TO WS-CAS-MODE

           PERFORM LOAD-CASES THRU LOAD-CASES-EXIT

           EVALUATE WS-CAS-MODE
               WHEN "SYNC"
                   PERFORM SYNC-ALERTS THRU SYNC-ALERTS-EXIT
               WHEN "WORK"
                   PERFORM WORK-SESSION THRU WORK-SESSION-EXIT
               WHEN SPACES
                   PERFORM AGEING-REPORT THRU AGEING-REPORT-EXIT
               WHEN OTHER
                   DISPLAY "XFNCASE: unknown mode " WS-CAS-MODE
                           " - use SYNC, WORK, or no argument for "
                           "the ageing report."
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           IF WS-CAS-DIRTY
               PERFORM SAVE-CASES THRU SAVE-CASES-EXIT
           END-IF
           GOBACK
           .

      ******************************************************************
      * LOAD-CASES: Loads XFNCASE.DAT into WS-CAS-TABLE. A missing    *
      *             file is fine (first run). Finished ("D") cases    *
      *             closed more than WS-CAS-KEEP-DAYS ago are purged  *
      *             here, before they can take room from new cases;   *
      *             the journal still holds their history. Cases      *
      *             beyond the table capacity are counted and         *
      *             reported.                                         *
      ******************************************************************
       LOAD-CASES.
           OPEN INPUT CAS-MST-FILE
           IF WS-CAS-MST-STATUS NOT = "00"
               GO TO LOAD-CASES-EXIT
           END-IF

           MOVE "N" TO WS-CAS-EOF-SW
           PERFORM UNTIL WS-CAS-EOF
               READ CAS-MST-FILE
                   AT END
                       MOVE "Y" TO WS-CAS-EOF-SW
                   NOT AT END
      *                A purged case's id is still never reused.
                       IF CAS-MST-ID >= WS-CAS-NEXT-ID
                           COMPUTE WS-CAS-NEXT-ID = CAS-MST-ID + 1
                       END-IF
                       PERFORM CHECK-PURGE THRU CHECK-PURGE-EXIT
                       EVALUATE TRUE
                           WHEN WS-AGE-DAYS > WS-CAS-KEEP-DAYS
                               ADD 1 TO WS-CAS-PURGED
                               MOVE "Y" TO WS-CAS-DIRTY-SW
                           WHEN WS-CAS-COUNT < WS-CAS-MAX
                               PERFORM TAKE-CASE THRU TAKE-CASE-EXIT
                           WHEN OTHER
                               ADD 1 TO WS-CAS-LOST
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CAS-MST-FILE

           IF WS-CAS-LOST > 0
               DISPLAY "XFNCASE: case file holds more than "
                       WS-CAS-MAX " cases; " WS-CAS-LOST
                       " not loaded - work some backlog."
           END-IF
           .
       LOAD-CASES-EXIT.
           EXIT
           .

      ******************************************************************
      * TAKE-CASE: Adds the case in CAS-MST-RECORD to WS-CAS-TABLE.   *
      ******************************************************************
       TAKE-CASE.
           ADD 1 TO WS-CAS-COUNT
           MOVE CAS-MST-ID         TO WS-CAS-ID(WS-CAS-COUNT)
           MOVE CAS-MST-OPENED     TO WS-CAS-OPENED(WS-CAS-COUNT)
           MOVE CAS-MST-KEY        TO WS-CAS-KEY(WS-CAS-COUNT)
           MOVE CAS-MST-RULE       TO WS-CAS-RULE(WS-CAS-COUNT)
           MOVE CAS-MST-SEVERITY   TO WS-CAS-SEVERITY(WS-CAS-COUNT)
           MOVE CAS-MST-STATUS     TO WS-CAS-STATE(WS-CAS-COUNT)
           MOVE CAS-MST-ASSIGNEE   TO WS-CAS-ASSIGNEE(WS-CAS-COUNT)
           MOVE CAS-MST-SEEN       TO WS-CAS-SEEN(WS-CAS-COUNT)
           MOVE CAS-MST-CLOSED     TO WS-CAS-CLOSED(WS-CAS-COUNT)
           MOVE CAS-MST-RESOLUTION TO WS-CAS-RESOLUTION(WS-CAS-COUNT)
           MOVE CAS-MST-BITS       TO WS-CAS-BITS(WS-CAS-COUNT)
           MOVE "N"                TO WS-CAS-FIRED-SW(WS-CAS-COUNT)
           .
       TAKE-CASE-EXIT.
           EXIT
           .

      ******************************************************************
      * CHECK-PURGE: Sets WS-AGE-DAYS to the days since the case in   *
      *              CAS-MST-RECORD was finished, or 0 when it is not *
      *              a finished case.                                 *
      ******************************************************************
       CHECK-PURGE.
           MOVE 0 TO WS-AGE-DAYS
           IF CAS-MST-STATUS = "D"
              AND CAS-MST-CLOSED IS NUMERIC
               COMPUTE WS-AGE-DAYS = WS-CAS-RUN-INT
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(CAS-MST-CLOSED))
           END-IF
           .
       CHECK-PURGE-EXIT.
           EXIT
           .

      ******************************************************************
      * SAVE-CASES: Rewrites XFNCASE.DAT from WS-CAS-TABLE. Finished  *
      *             ("D") cases closed more than WS-CAS-KEEP-DAYS ago *
      *             are dropped on the way out; the journal still     *
      *             holds their history.                              *
      ******************************************************************
       SAVE-CASES.
           IF WS-CAS-LOST > 0
      *        Rewriting would lose the cases that did not fit.
               DISPLAY "XFNCASE: XFNCASE.DAT not rewritten - it "
                       "holds more cases than could be loaded."
               MOVE 12 TO RETURN-CODE
               GO TO SAVE-CASES-EXIT
           END-IF

           OPEN OUTPUT CAS-MST-FILE
           IF WS-CAS-MST-STATUS NOT = "00"
               DISPLAY "XFNCASE: cannot rewrite XFNCASE.DAT (status "
                       WS-CAS-MST-STATUS ")."
               MOVE 12 TO RETURN-CODE
               GO TO SAVE-CASES-EXIT
           END-IF

           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
             UNTIL WS-CAS-IDX > WS-CAS-COUNT
               MOVE 0 TO WS-AGE-DAYS
               IF WS-CAS-STATE(WS-CAS-IDX) = "D"
                  AND WS-CAS-CLOSED(WS-CAS-IDX) IS NUMERIC
                   COMPUTE WS-AGE-DAYS = WS-CAS-RUN-INT
                       - FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-CAS-CLOSED(WS-CAS-IDX)))
               END-IF
               IF WS-AGE-DAYS <= WS-CAS-KEEP-DAYS
                   MOVE SPACES TO CAS-MST-RECORD
                   MOVE WS-CAS-ID(WS-CAS-IDX)       TO CAS-MST-ID
                   MOVE WS-CAS-OPENED(WS-CAS-IDX)   TO CAS-MST-OPENED
                   MOVE WS-CAS-KEY(WS-CAS-IDX)      TO CAS-MST-KEY
                   MOVE WS-CAS-RULE(WS-CAS-IDX)     TO CAS-MST-RULE
                   MOVE WS-CAS-SEVERITY(WS-CAS-IDX)
                     TO CAS-MST-SEVERITY
                   MOVE WS-CAS-STATE(WS-CAS-IDX)    TO CAS-MST-STATUS
                   MOVE WS-CAS-ASSIGNEE(WS-CAS-IDX)
                     TO CAS-MST-ASSIGNEE
                   MOVE WS-CAS-SEEN(WS-CAS-IDX)     TO CAS-MST-SEEN
                   MOVE WS-CAS-CLOSED(WS-CAS-IDX)   TO CAS-MST-CLOSED
                   MOVE WS-CAS-RESOLUTION(WS-CAS-IDX)
                     TO CAS-MST-RESOLUTION
                   MOVE WS-CAS-BITS(WS-CAS-IDX)     TO CAS-MST-BITS
                   WRITE CAS-MST-RECORD
               END-IF
           END-PERFORM
           CLOSE CAS-MST-FILE
           .
       SAVE-CASES-EXIT.
           EXIT
           .

      ******************************************************************
      * SYNC-ALERTS: Matches tonight's XFNALERT.DAT against the case  *
      *              file. Each key/rule alert refreshes its live     *
      *              case or opens a new one; open cases whose alert  *
      *              did not fire are closed AUTO, and analyst-closed *
      *              cases whose alert has cleared are finished.      *
      ******************************************************************
       SYNC-ALERTS.
           OPEN INPUT CAS-ALERT-FILE
           IF WS-CAS-ALERT-STATUS NOT = "00"
      *        No alert file is not the same as no alerts; closing
      *        every open case on a missing file would be wrong.
               DISPLAY "XFNCASE: XFNALERT.DAT not found (status "
                       WS-CAS-ALERT-STATUS "); no cases changed."
               MOVE 12 TO RETURN-CODE
               GO TO SYNC-ALERTS-EXIT
           END-IF

           MOVE "N" TO WS-CAS-EOF-SW
           PERFORM UNTIL WS-CAS-EOF
               READ CAS-ALERT-FILE
                   AT END
                       MOVE "Y" TO WS-CAS-EOF-SW
                   NOT AT END
                       IF CAS-ALERT-KEY NOT = SPACES
                           ADD 1 TO WS-SYN-READ
                           PERFORM SYNC-ONE-ALERT
                              THRU SYNC-ONE-ALERT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAS-ALERT-FILE

           MOVE "XFNCASE" TO WS-JRN-ANALYST
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
             UNTIL WS-CAS-IDX > WS-CAS-COUNT
               IF WS-CAS-FIRED-SW(WS-CAS-IDX) NOT = "Y"
                   EVALUATE WS-CAS-STATE(WS-CAS-IDX)
                       WHEN "O"
                           ADD 1 TO WS-SYN-AUTO
                           MOVE "D" TO WS-CAS-STATE(WS-CAS-IDX)
                           MOVE "AUTO"
                             TO WS-CAS-RESOLUTION(WS-CAS-IDX)
                           MOVE WS-CAS-RUN-DATE
                             TO WS-CAS-CLOSED(WS-CAS-IDX)
                           MOVE "Y" TO WS-CAS-DIRTY-SW
                           MOVE WS-CAS-ID(WS-CAS-IDX) TO WS-JRN-ID
                           MOVE "closed AUTO: rule stopped firing"
                             TO WS-JRN-TEXT
                           PERFORM WRITE-JOURNAL
                              THRU WRITE-JOURNAL-EXIT
                       WHEN "C"
                           ADD 1 TO WS-SYN-CLEARED
                           MOVE "D" TO WS-CAS-STATE(WS-CAS-IDX)
                           MOVE "Y" TO WS-CAS-DIRTY-SW
                           MOVE WS-CAS-ID(WS-CAS-IDX) TO WS-JRN-ID
                           MOVE "alert cleared; case finished"
                             TO WS-JRN-TEXT
                           PERFORM WRITE-JOURNAL
                              THRU WRITE-JOURNAL-EXIT
                   END-EVALUATE
               END-IF
           END-PERFORM

           DISPLAY "XFNCASE: " WS-SYN-READ " alert(s) read; "
                   WS-SYN-OPENED " case(s) opened, "
                   WS-SYN-FIRING " still firing, "
                   WS-SYN-AUTO " closed AUTO, "
                   WS-SYN-CLEARED " finished after close."
           IF WS-CAS-PURGED > 0
               DISPLAY "XFNCASE: " WS-CAS-PURGED " finished case(s) "
                       "past " WS-CAS-KEEP-DAYS " days purged."
           END-IF
           IF WS-SYN-UNOPENED > 0
               DISPLAY "XFNCASE: case table full at " WS-CAS-MAX
                       "; " WS-SYN-UNOPENED " alert(s) got no case "
                       "- work some backlog and run SYNC again."
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       SYNC-ALERTS-EXIT.
           EXIT
           .

      ******************************************************************
      * SYNC-ONE-ALERT: Finds the live (open or analyst-closed) case  *
      *                 for the alert's key and rule and refreshes    *
      *                 it, or opens a new case when there is none.   *
      ******************************************************************
       SYNC-ONE-ALERT.
           MOVE 0 TO WS-CAS-HIT
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
             UNTIL WS-CAS-IDX > WS-CAS-COUNT OR WS-CAS-HIT > 0
               IF WS-CAS-KEY(WS-CAS-IDX) = CAS-ALERT-KEY
                  AND WS-CAS-RULE(WS-CAS-IDX) = CAS-ALERT-RULE
                  AND (WS-CAS-STATE(WS-CAS-IDX) = "O"
                       OR WS-CAS-STATE(WS-CAS-IDX) = "C")
                   MOVE WS-CAS-IDX TO WS-CAS-HIT
               END-IF
           END-PERFORM

           IF WS-CAS-HIT > 0
               IF WS-CAS-FIRED-SW(WS-CAS-HIT) NOT = "Y"
                   ADD 1 TO WS-SYN-FIRING
               END-IF
               MOVE "Y" TO WS-CAS-FIRED-SW(WS-CAS-HIT)
               MOVE CAS-ALERT-SEVERITY TO WS-CAS-SEVERITY(WS-CAS-HIT)
               MOVE CAS-ALERT-BITS TO WS-CAS-BITS(WS-CAS-HIT)
               MOVE WS-CAS-RUN-DATE TO WS-CAS-SEEN(WS-CAS-HIT)
               MOVE "Y" TO WS-CAS-DIRTY-SW
               GO TO SYNC-ONE-ALERT-EXIT
           END-IF

           IF WS-CAS-COUNT >= WS-CAS-MAX
               ADD 1 TO WS-SYN-UNOPENED
               DISPLAY "XFNCASE: case file full; no case opened for "
                       CAS-ALERT-KEY " " CAS-ALERT-RULE
               GO TO SYNC-ONE-ALERT-EXIT
           END-IF

           ADD 1 TO WS-CAS-COUNT
           ADD 1 TO WS-SYN-OPENED
           MOVE "Y" TO WS-CAS-DIRTY-SW
           MOVE WS-CAS-NEXT-ID TO WS-CAS-ID(WS-CAS-COUNT)
           ADD 1 TO WS-CAS-NEXT-ID
           MOVE WS-CAS-RUN-DATE    TO WS-CAS-OPENED(WS-CAS-COUNT)
           MOVE CAS-ALERT-KEY      TO WS-CAS-KEY(WS-CAS-COUNT)
           MOVE CAS-ALERT-RULE     TO WS-CAS-RULE(WS-CAS-COUNT)
           MOVE CAS-ALERT-SEVERITY TO WS-CAS-SEVERITY(WS-CAS-COUNT)
           MOVE "O"                TO WS-CAS-STATE(WS-CAS-COUNT)
           MOVE SPACES             TO WS-CAS-ASSIGNEE(WS-CAS-COUNT)
           MOVE WS-CAS-RUN-DATE    TO WS-CAS-SEEN(WS-CAS-COUNT)
           MOVE SPACES             TO WS-CAS-CLOSED(WS-CAS-COUNT)
           MOVE SPACES             TO WS-CAS-RESOLUTION(WS-CAS-COUNT)
           MOVE CAS-ALERT-BITS     TO WS-CAS-BITS(WS-CAS-COUNT)
           MOVE "Y"                TO WS-CAS-FIRED-SW(WS-CAS-COUNT)

           MOVE WS-CAS-ID(WS-CAS-COUNT) TO WS-JRN-ID
           MOVE "XFNCASE" TO WS-JRN-ANALYST
           MOVE SPACES TO WS-JRN-TEXT
           STRING "opened: " FUNCTION TRIM(CAS-ALERT-RULE)
                  " " FUNCTION TRIM(CAS-ALERT-SEVERITY)
                  " fired, bits " CAS-ALERT-BITS
               DELIMITED BY SIZE INTO WS-JRN-TEXT
           END-STRING
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           .
       SYNC-ONE-ALERT-EXIT.
           EXIT
           .

      ******************************************************************
      * WORK-SESSION: Terminal loop: signs the analyst on, lists the  *
      *               open cases, and works the case keyed by id. X   *
      *               (or a blank line) ends the session.             *
      ******************************************************************
       WORK-SESSION.
           DISPLAY "XFN alert case work queue."
           MOVE "SIGN" TO WS-SIGN-FUNCTION
           MOVE WS-SIGN-WORK-LEVEL TO WS-SIGN-LEVEL
           MOVE SPACES TO WS-SIGN-ITEM
           CALL "XFNSIGN" USING WS-SIGN-FUNCTION
                                WS-SIGN-PROGRAM WS-SIGN-USER
                                WS-SIGN-LEVEL WS-SIGN-ITEM
                                WS-SIGN-OK
           IF WS-SIGN-OK NOT = "Y"
               MOVE 12 TO RETURN-CODE
               GO TO WORK-SESSION-EXIT
           END-IF
           MOVE WS-SIGN-USER TO WS-WRK-ANALYST

           PERFORM LIST-OPEN-CASES THRU LIST-OPEN-CASES-EXIT

           MOVE "N" TO WS-WRK-DONE-SW
           PERFORM UNTIL WS-WRK-DONE
               DISPLAY "case id> " WITH NO ADVANCING
               MOVE SPACES TO WS-WRK-INPUT
               ACCEPT WS-WRK-INPUT
               MOVE FUNCTION TRIM(WS-WRK-INPUT) TO WS-WRK-TRIM
               EVALUATE TRUE
                   WHEN WS-WRK-TRIM = SPACES
                     OR WS-WRK-TRIM = "X" OR WS-WRK-TRIM = "x"
                       MOVE "Y" TO WS-WRK-DONE-SW
                   WHEN WS-WRK-TRIM = "L" OR WS-WRK-TRIM = "l"
                       PERFORM LIST-OPEN-CASES
                          THRU LIST-OPEN-CASES-EXIT
                   WHEN OTHER
                       PERFORM WORK-ONE-CASE THRU WORK-ONE-CASE-EXIT
               END-EVALUATE
           END-PERFORM
           DISPLAY "XFNCASE: work session ended."
           MOVE RETURN-CODE TO WS-CAS-RC
           MOVE "OFF " TO WS-SIGN-FUNCTION
           CALL "XFNSIGN" USING WS-SIGN-FUNCTION
                                WS-SIGN-PROGRAM WS-SIGN-USER
                                WS-SIGN-LEVEL WS-SIGN-ITEM
                                WS-SIGN-OK
           MOVE WS-CAS-RC TO RETURN-CODE
           .
       WORK-SESSION-EXIT.
           EXIT
           .

      ******************************************************************
      * LIST-OPEN-CASES: Shows every open case: id, date opened,      *
      *                  severity, key, rule, and assignee.           *
      ******************************************************************
       LIST-OPEN-CASES.
           MOVE 0 TO WS-CAS-HIT
           DISPLAY "open cases (L to relist, X to exit):"
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
             UNTIL WS-CAS-IDX > WS-CAS-COUNT
               IF WS-CAS-STATE(WS-CAS-IDX) = "O"
                   ADD 1 TO WS-CAS-HIT
                   MOVE WS-CAS-ID(WS-CAS-IDX) TO WS-WRK-ID-D
                   IF WS-CAS-ASSIGNEE(WS-CAS-IDX) = SPACES
                       DISPLAY "  " WS-WRK-ID-D
                               " " WS-CAS-OPENED(WS-CAS-IDX)
                               " " WS-CAS-SEVERITY(WS-CAS-IDX)
                               " " WS-CAS-KEY(WS-CAS-IDX)
                               " " WS-CAS-RULE(WS-CAS-IDX)
                               " (unassigned)"
                   ELSE
                       DISPLAY "  " WS-WRK-ID-D
                               " " WS-CAS-OPENED(WS-CAS-IDX)
                               " " WS-CAS-SEVERITY(WS-CAS-IDX)
                               " " WS-CAS-KEY(WS-CAS-IDX)
                               " " WS-CAS-RULE(WS-CAS-IDX)
                               " " WS-CAS-ASSIGNEE(WS-CAS-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CAS-HIT = 0
               DISPLAY "  (none - no open cases)"
           END-IF
           .
       LIST-OPEN-CASES-EXIT.
           EXIT
           .

      ******************************************************************
      * WORK-ONE-CASE: Finds the open case for the keyed id, shows it *
      *                with its journal, and takes one action: A      *
      *                assign to me, N add a note, C close.           *
      ******************************************************************
       WORK-ONE-CASE.
           IF WS-WRK-TRIM(1:6) IS NOT NUMERIC
              AND FUNCTION NUMVAL(WS-WRK-TRIM) = 0
               DISPLAY "  key a case id, L to relist, X to exit"
               GO TO WORK-ONE-CASE-EXIT
           END-IF
           COMPUTE WS-WRK-ID = FUNCTION NUMVAL(WS-WRK-TRIM)

           MOVE 0 TO WS-CAS-HIT
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
             UNTIL WS-CAS-IDX > WS-CAS-COUNT OR WS-CAS-HIT > 0
               IF WS-CAS-ID(WS-CAS-IDX) = WS-WRK-ID
                   MOVE WS-CAS-IDX TO WS-CAS-HIT
               END-IF
           END-PERFORM
           IF WS-CAS-HIT = 0
               DISPLAY "  no case with id " WS-WRK-TRIM
               GO TO WORK-ONE-CASE-EXIT
           END-IF
           IF WS-CAS-STATE(WS-CAS-HIT) NOT = "O"
               DISPLAY "  case " FUNCTION TRIM(WS-WRK-TRIM)
                       " is closed (" WS-CAS-RESOLUTION(WS-CAS-HIT)
                       " " WS-CAS-CLOSED(WS-CAS-HIT) ")"
               GO TO WORK-ONE-CASE-EXIT
           END-IF

           COMPUTE WS-AGE-DAYS = WS-CAS-RUN-INT
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CAS-OPENED(WS-CAS-HIT)))
           MOVE WS-AGE-DAYS TO WS-WRK-AGE-D
           DISPLAY "  key " WS-CAS-KEY(WS-CAS-HIT)
                   "  rule " WS-CAS-RULE(WS-CAS-HIT)
                   "  severity " WS-CAS-SEVERITY(WS-CAS-HIT)
           DISPLAY "  bits " WS-CAS-BITS(WS-CAS-HIT)
                   "  opened " WS-CAS-OPENED(WS-CAS-HIT)
                   " (age " FUNCTION TRIM(WS-WRK-AGE-D) "d)"
                   "  last fired " WS-CAS-SEEN(WS-CAS-HIT)
                   "  assigned " WS-CAS-ASSIGNEE(WS-CAS-HIT)
           PERFORM SHOW-JOURNAL THRU SHOW-JOURNAL-EXIT

           DISPLAY "  action (A assign to me, N note, C close, "
                   "blank to leave)> " WITH NO ADVANCING
           MOVE SPACES TO WS-WRK-INPUT
           ACCEPT WS-WRK-INPUT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-WRK-INPUT))
             TO WS-WRK-TRIM
           EVALUATE WS-WRK-TRIM
               WHEN SPACES
                   CONTINUE
               WHEN "A"
                   PERFORM ASSIGN-CASE THRU ASSIGN-CASE-EXIT
               WHEN "N"
                   PERFORM NOTE-CASE THRU NOTE-CASE-EXIT
               WHEN "C"
                   PERFORM CLOSE-CASE THRU CLOSE-CASE-EXIT
               WHEN OTHER
                   DISPLAY "  unknown action " WS-WRK-TRIM
           END-EVALUATE
           .
       WORK-ONE-CASE-EXIT.
           EXIT
           .

      ******************************************************************
      * SHOW-JOURNAL: Lists the journal lines of the case at          *
      *               WS-CAS-HIT, oldest first.                       *
      ******************************************************************
       SHOW-JOURNAL.
           OPEN INPUT CAS-JRN-FILE
           IF WS-CAS-JRN-STATUS NOT = "00"
               GO TO SHOW-JOURNAL-EXIT
           END-IF
           MOVE "N" TO WS-CAS-EOF-SW
           PERFORM UNTIL WS-CAS-EOF
               READ CAS-JRN-FILE
                   AT END
                       MOVE "Y" TO WS-CAS-EOF-SW
                   NOT AT END
                       IF CAS-JRN-ID IS NUMERIC
                          AND CAS-JRN-ID = WS-CAS-ID(WS-CAS-HIT)
                           DISPLAY "    " CAS-JRN-DATE
                                   " " CAS-JRN-TIME(1:4)
                                   " " CAS-JRN-ANALYST
                                   " " FUNCTION TRIM(CAS-JRN-TEXT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAS-JRN-FILE
           .
       SHOW-JOURNAL-EXIT.
           EXIT
           .

      ******************************************************************
      * ASSIGN-CASE: Assigns the case at WS-CAS-HIT to the signed-on  *
      *              analyst, taking it over from any earlier         *
      *              assignee.                                        *
      ******************************************************************
       ASSIGN-CASE.
           IF WS-CAS-ASSIGNEE(WS-CAS-HIT) = WS-WRK-ANALYST
               DISPLAY "  case already assigned to you"
               GO TO ASSIGN-CASE-EXIT
           END-IF

           MOVE WS-CAS-ID(WS-CAS-HIT) TO WS-JRN-ID
           MOVE WS-WRK-ANALYST TO WS-JRN-ANALYST
           MOVE SPACES TO WS-JRN-TEXT
           IF WS-CAS-ASSIGNEE(WS-CAS-HIT) = SPACES
               STRING "assigned to " WS-WRK-ANALYST
                   DELIMITED BY SIZE INTO WS-JRN-TEXT
               END-STRING
           ELSE
               STRING "assigned to " FUNCTION TRIM(WS-WRK-ANALYST)
                      " (was " FUNCTION TRIM(
                          WS-CAS-ASSIGNEE(WS-CAS-HIT)) ")"
                   DELIMITED BY SIZE INTO WS-JRN-TEXT
               END-STRING
           END-IF
           MOVE WS-WRK-ANALYST TO WS-CAS-ASSIGNEE(WS-CAS-HIT)
           MOVE "Y" TO WS-CAS-DIRTY-SW
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           DISPLAY "  case assigned to " WS-CAS-ASSIGNEE(WS-CAS-HIT)
           .
       ASSIGN-CASE-EXIT.
           EXIT
           .

      ******************************************************************
      * NOTE-CASE: Adds one free-text note to the journal of the case *
      *            at WS-CAS-HIT.                                     *
      ******************************************************************
       NOTE-CASE.
           DISPLAY "  note> " WITH NO ADVANCING
           MOVE SPACES TO WS-WRK-INPUT
           ACCEPT WS-WRK-INPUT
           MOVE FUNCTION TRIM(WS-WRK-INPUT) TO WS-WRK-TRIM
           IF WS-WRK-TRIM = SPACES
               DISPLAY "  no note added"
               GO TO NOTE-CASE-EXIT
           END-IF

           MOVE WS-CAS-ID(WS-CAS-HIT) TO WS-JRN-ID
           MOVE WS-WRK-ANALYST TO WS-JRN-ANALYST
           MOVE SPACES TO WS-JRN-TEXT
           STRING "note: " WS-WRK-TRIM
               DELIMITED BY SIZE INTO WS-JRN-TEXT
           END-STRING
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           DISPLAY "  note added"
           .
       NOTE-CASE-EXIT.
           EXIT
           .

      ******************************************************************
      * CLOSE-CASE: Closes the case at WS-CAS-HIT with a resolution   *
      *             code from WS-RES-TABLE and an optional closing    *
      *             note.                                             *
      ******************************************************************
       CLOSE-CASE.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
             UNTIL WS-RES-IDX > WS-RES-COUNT
               DISPLAY "    " WS-RES-CODE(WS-RES-IDX)
                       "  " WS-RES-TEXT(WS-RES-IDX)
           END-PERFORM
           DISPLAY "  resolution code> " WITH NO ADVANCING
           MOVE SPACES TO WS-WRK-INPUT
           ACCEPT WS-WRK-INPUT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-WRK-INPUT))
             TO WS-WRK-TRIM
           IF WS-WRK-TRIM = SPACES
               DISPLAY "  close abandoned"
               GO TO CLOSE-CASE-EXIT
           END-IF

           MOVE 0 TO WS-RES-HIT
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
             UNTIL WS-RES-IDX > WS-RES-COUNT OR WS-RES-HIT > 0
               IF WS-RES-CODE(WS-RES-IDX) = WS-WRK-TRIM(1:4)
                  AND WS-WRK-TRIM(5:1) = SPACE
                   MOVE WS-RES-IDX TO WS-RES-HIT
               END-IF
           END-PERFORM
           IF WS-RES-HIT = 0
               DISPLAY "  not a resolution code; close abandoned"
               GO TO CLOSE-CASE-EXIT
           END-IF

           MOVE "C" TO WS-CAS-STATE(WS-CAS-HIT)
           MOVE WS-RES-CODE(WS-RES-HIT)
             TO WS-CAS-RESOLUTION(WS-CAS-HIT)
           MOVE WS-CAS-RUN-DATE TO WS-CAS-CLOSED(WS-CAS-HIT)
           MOVE "Y" TO WS-CAS-DIRTY-SW

           DISPLAY "  closing note (optional)> " WITH NO ADVANCING
           MOVE SPACES TO WS-WRK-INPUT
           ACCEPT WS-WRK-INPUT
           MOVE FUNCTION TRIM(WS-WRK-INPUT) TO WS-WRK-TRIM

           MOVE WS-CAS-ID(WS-CAS-HIT) TO WS-JRN-ID
           MOVE WS-WRK-ANALYST TO WS-JRN-ANALYST
           MOVE SPACES TO WS-JRN-TEXT
           STRING "closed " WS-RES-CODE(WS-RES-HIT) ": "
                  WS-WRK-TRIM
               DELIMITED BY SIZE INTO WS-JRN-TEXT
           END-STRING
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           MOVE WS-CAS-ID(WS-CAS-HIT) TO WS-WRK-ID-D
           DISPLAY "  case " FUNCTION TRIM(WS-WRK-ID-D) " closed "
                   WS-RES-CODE(WS-RES-HIT)
           .
       CLOSE-CASE-EXIT.
           EXIT
           .

      ******************************************************************
      * WRITE-JOURNAL: Appends one event to XFNCASE.LOG: date, time,  *
      *                case id, analyst (XFNCASE for SYNC's own       *
      *                events), and the text in WS-JRN-TEXT.          *
      ******************************************************************
       WRITE-JOURNAL.
           ACCEPT WS-CAS-RUN-TIME FROM TIME

           OPEN EXTEND CAS-JRN-FILE
           IF WS-CAS-JRN-STATUS NOT = "00"
      *        XFNCASE.LOG does not exist yet; create it.
               OPEN OUTPUT CAS-JRN-FILE
               IF WS-CAS-JRN-STATUS NOT = "00"
                   DISPLAY "XFNCASE: cannot open XFNCASE.LOG "
                           "(status " WS-CAS-JRN-STATUS ")."
                   MOVE 12 TO RETURN-CODE
                   GO TO WRITE-JOURNAL-EXIT
               END-IF
           END-IF

           MOVE SPACES TO CAS-JRN-RECORD
           MOVE WS-CAS-RUN-DATE      TO CAS-JRN-DATE
           MOVE WS-CAS-RUN-TIME(1:6) TO CAS-JRN-TIME
           MOVE WS-JRN-ID            TO CAS-JRN-ID
           MOVE WS-JRN-ANALYST       TO CAS-JRN-ANALYST
           MOVE WS-JRN-TEXT          TO CAS-JRN-TEXT
           WRITE CAS-JRN-RECORD
           CLOSE CAS-JRN-FILE
           .
       WRITE-JOURNAL-EXIT.
           EXIT
           .

      ******************************************************************
      * AGEING-REPORT: Writes XFNCASE.RPT: every open case by         *
      *                severity and assignee, oldest first, with its  *
      *                age; a count line per severity and assignee;   *
      *                cases past their severity's target are tagged  *
      *                OVERDUE and grade RETURN-CODE 4.               *
      ******************************************************************
       AGEING-REPORT.
           OPEN OUTPUT CAS-RPT-FILE
           IF WS-CAS-RPT-STATUS NOT = "00"
               DISPLAY "XFNCASE: cannot open XFNCASE.RPT (status "
                       WS-CAS-RPT-STATUS ")."
               MOVE 12 TO RETURN-CODE
               GO TO AGEING-REPORT-EXIT
           END-IF

           MOVE SPACES TO WS-AGE-LINE
           STRING "open alert cases as of " WS-CAS-RUN-DATE
                  " by severity and assignee"
               DELIMITED BY SIZE INTO WS-AGE-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT

           PERFORM BUILD-AGE-ROWS THRU BUILD-AGE-ROWS-EXIT

      *    Detail lines, with a count line at each severity/assignee
      *    break.
           MOVE 0 TO WS-GRP-OPEN
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
             UNTIL WS-SORT-I > WS-AGE-COUNT
               MOVE WS-AGE-CAS-IDX(WS-SORT-I) TO WS-CAS-IDX
               IF WS-GRP-OPEN > 0
                  AND (WS-CAS-SEVERITY(WS-CAS-IDX)
                       NOT = WS-GRP-SEVERITY
                       OR WS-CAS-ASSIGNEE(WS-CAS-IDX)
                       NOT = WS-GRP-ASSIGNEE)
                   PERFORM PUT-GROUP-LINE THRU PUT-GROUP-LINE-EXIT
               END-IF
               IF WS-GRP-OPEN = 0
                   MOVE WS-CAS-SEVERITY(WS-CAS-IDX)
                     TO WS-GRP-SEVERITY
                   MOVE WS-CAS-ASSIGNEE(WS-CAS-IDX)
                     TO WS-GRP-ASSIGNEE
                   MOVE 0 TO WS-GRP-OVERDUE
                   MOVE WS-AGE-AGE(WS-SORT-I) TO WS-GRP-OLDEST
               END-IF
               ADD 1 TO WS-GRP-OPEN
               PERFORM PUT-CASE-LINE THRU PUT-CASE-LINE-EXIT
           END-PERFORM
           IF WS-GRP-OPEN > 0
               PERFORM PUT-GROUP-LINE THRU PUT-GROUP-LINE-EXIT
           END-IF

           MOVE WS-AGE-OPEN TO WS-GRP-OPEN-D
           MOVE WS-AGE-OVERDUE TO WS-GRP-OVER-D
           MOVE SPACES TO WS-AGE-LINE
           STRING "TOTALS open " WS-GRP-OPEN-D
                  " overdue " WS-GRP-OVER-D
               DELIMITED BY SIZE INTO WS-AGE-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           CLOSE CAS-RPT-FILE

           DISPLAY "XFNCASE: " WS-AGE-OPEN " open case(s), "
                   WS-AGE-OVERDUE " overdue (see XFNCASE.RPT)."
           IF WS-AGE-OVERDUE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       AGEING-REPORT-EXIT.
           EXIT
           .

      ******************************************************************
      * BUILD-AGE-ROWS: Builds one WS-AGE-TABLE row per open case     *
      *                 with its age and overdue switch, then sorts   *
      *                 the rows by severity rank, severity,          *
      *                 assignee, and oldest first.                   *
      ******************************************************************
       BUILD-AGE-ROWS.
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
             UNTIL WS-CAS-IDX > WS-CAS-COUNT
               IF WS-CAS-STATE(WS-CAS-IDX) = "O"
                   ADD 1 TO WS-AGE-OPEN
                   ADD 1 TO WS-AGE-COUNT
                   IF WS-CAS-OPENED(WS-CAS-IDX) IS NUMERIC
                       COMPUTE WS-AGE-DAYS = WS-CAS-RUN-INT
                           - FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(
                                   WS-CAS-OPENED(WS-CAS-IDX)))
                   ELSE
                       MOVE 0 TO WS-AGE-DAYS
                   END-IF
                   MOVE WS-SEV-COUNT TO WS-SEV-RANK
                   ADD 1 TO WS-SEV-RANK
                   MOVE WS-SEV-DAYS(WS-SEV-COUNT) TO WS-SEV-TARGET
                   PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                     UNTIL WS-SEV-IDX > WS-SEV-COUNT
                       IF WS-SEV-NAME(WS-SEV-IDX)
                          = WS-CAS-SEVERITY(WS-CAS-IDX)
                           MOVE WS-SEV-IDX TO WS-SEV-RANK
                           MOVE WS-SEV-DAYS(WS-SEV-IDX)
                             TO WS-SEV-TARGET
                       END-IF
                   END-PERFORM
                   MOVE WS-SEV-RANK TO WS-AGE-RANK(WS-AGE-COUNT)
                   MOVE WS-CAS-SEVERITY(WS-CAS-IDX)
                     TO WS-AGE-SEVERITY(WS-AGE-COUNT)
                   MOVE WS-CAS-ASSIGNEE(WS-CAS-IDX)
                     TO WS-AGE-ASSIGNEE(WS-AGE-COUNT)
                   COMPUTE WS-AGE-INVERSE(WS-AGE-COUNT) =
                       99999 - WS-AGE-DAYS
                   MOVE WS-CAS-IDX TO WS-AGE-CAS-IDX(WS-AGE-COUNT)
                   MOVE WS-AGE-DAYS TO WS-AGE-AGE(WS-AGE-COUNT)
                   IF WS-AGE-DAYS > WS-SEV-TARGET
                       MOVE "Y" TO WS-AGE-OVER-SW(WS-AGE-COUNT)
                       ADD 1 TO WS-AGE-OVERDUE
                   ELSE
                       MOVE "N" TO WS-AGE-OVER-SW(WS-AGE-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SORT-I FROM 2 BY 1
             UNTIL WS-SORT-I > WS-AGE-COUNT
               MOVE WS-AGE-ROW(WS-SORT-I) TO WS-SAVE-AGE-ROW
               MOVE WS-SORT-I TO WS-SORT-J
               PERFORM UNTIL WS-SORT-J = 1
                 OR WS-AGE-SORT-KEY(WS-SORT-J - 1)
                    <= WS-SAVE-SORT-KEY
                   MOVE WS-AGE-ROW(WS-SORT-J - 1)
                     TO WS-AGE-ROW(WS-SORT-J)
                   SUBTRACT 1 FROM WS-SORT-J
               END-PERFORM
               MOVE WS-SAVE-AGE-ROW TO WS-AGE-ROW(WS-SORT-J)
           END-PERFORM
           .
       BUILD-AGE-ROWS-EXIT.
           EXIT
           .

      ******************************************************************
      * PUT-CASE-LINE: Writes the detail line for the sorted row at   *
      *                WS-SORT-I (case at WS-CAS-IDX).                *
      ******************************************************************
       PUT-CASE-LINE.
           MOVE WS-CAS-ID(WS-CAS-IDX) TO WS-WRK-ID-D
           MOVE WS-AGE-AGE(WS-SORT-I) TO WS-WRK-AGE-D
           MOVE SPACES TO WS-AGE-LINE
           IF WS-AGE-OVER-SW(WS-SORT-I) = "Y"
               ADD 1 TO WS-GRP-OVERDUE
               STRING WS-WRK-ID-D
                      " " WS-CAS-SEVERITY(WS-CAS-IDX)
                      " " WS-CAS-ASSIGNEE(WS-CAS-IDX)
                      " " WS-CAS-OPENED(WS-CAS-IDX)
                      " age " WS-WRK-AGE-D "d "
                      WS-CAS-KEY(WS-CAS-IDX)
                      " " WS-CAS-RULE(WS-CAS-IDX)
                      " ** OVERDUE **"
                   DELIMITED BY SIZE INTO WS-AGE-LINE
               END-STRING
           ELSE
               STRING WS-WRK-ID-D
                      " " WS-CAS-SEVERITY(WS-CAS-IDX)
                      " " WS-CAS-ASSIGNEE(WS-CAS-IDX)
                      " " WS-CAS-OPENED(WS-CAS-IDX)
                      " age " WS-WRK-AGE-D "d "
                      WS-CAS-KEY(WS-CAS-IDX)
                      " " WS-CAS-RULE(WS-CAS-IDX)
                   DELIMITED BY SIZE INTO WS-AGE-LINE
               END-STRING
           END-IF
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           .
       PUT-CASE-LINE-EXIT.
           EXIT
           .

      ******************************************************************
      * PUT-GROUP-LINE: Writes the count line for the severity and    *
      *                 assignee group just finished and resets it.   *
      ******************************************************************
       PUT-GROUP-LINE.
           MOVE WS-GRP-OPEN TO WS-GRP-OPEN-D
           MOVE WS-GRP-OVERDUE TO WS-GRP-OVER-D
           MOVE WS-GRP-OLDEST TO WS-GRP-OLD-D
           MOVE SPACES TO WS-AGE-LINE
           IF WS-GRP-ASSIGNEE = SPACES
               STRING "  " WS-GRP-SEVERITY " (unassigned)"
                      " open " WS-GRP-OPEN-D
                      " overdue " WS-GRP-OVER-D
                      " oldest " WS-GRP-OLD-D "d"
                   DELIMITED BY SIZE INTO WS-AGE-LINE
               END-STRING
           ELSE
               STRING "  " WS-GRP-SEVERITY " " WS-GRP-ASSIGNEE
                      "     open " WS-GRP-OPEN-D
                      " overdue " WS-GRP-OVER-D
                      " oldest " WS-GRP-OLD-D "d"
                   DELIMITED BY SIZE INTO WS-AGE-LINE
               END-STRING
           END-IF
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE 0 TO WS-GRP-OPEN
           .
       PUT-GROUP-LINE-EXIT.
           EXIT
           .

      ******************************************************************
      * PUT-RPT-LINE: Writes WS-AGE-LINE to the report file and       *
      *               echoes it to the terminal.                      *
      ******************************************************************
       PUT-RPT-LINE.
           MOVE WS-AGE-LINE TO CAS-RPT-RECORD
           WRITE CAS-RPT-RECORD
           DISPLAY WS-AGE-LINE
           .
       PUT-RPT-LINE-EXIT.
           EXIT
           .
