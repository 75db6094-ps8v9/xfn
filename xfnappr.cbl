       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFNAPPR.
      * Maker-checker approval queue for outbound flag changes.
      * XFNENC encodes whatever XFNENCIN.DAT holds straight onto the
      * device feed, so a single miskeyed "C" record could SET or CLR
      * a flag on a customer device with nobody else ever seeing it.
      * Changes now wait in the pending-change queue XFNAPPR.DAT
      * until a second operator approves them, and only approved
      * changes are released into XFNENCIN.DAT. Every queue event
      * (entered, loaded, approved, declined, released) is appended
      * to XFNAPPR.LOG with the operator's user id, date, and time.
      * ENTER, LOAD, APPROVE, and RELEASE sign the operator on
      * through CALL "XFNSIGN" (repair level 2 or above in
      * XFNOPER.DAT); the signed-on user id is the one recorded as
      * maker, checker, or releaser.
      * The mode comes from the command line:
      *
      *   XFNAPPR ENTER
      *     Terminal entry by the maker: one change per line in the
      *     XFNENCIN.DAT terms XFNENC documents -
      *         P key pattern(8)
      *         C key base-byte SET|CLR flag-name
      *         W key pattern(16)
      *     Each is checked for shape and queued PENDING.
      *   XFNAPPR LOAD [file]
      *     Queues every record of a prepared file in the
      *     XFNENCIN.DAT layout (default XFNENCREQ.DAT; XFNSUSP's
      *     XFNENCADD.DAT goes through here too) as PENDING under the
      *     maker's user id. Malformed records are reported and not
      *     queued; a record already pending is not queued twice.
      *   XFNAPPR APPROVE
      *     Terminal review by the checker: lists the PENDING
      *     changes and approves or declines (with a reason) the one
      *     called up by its queue id. A change can never be approved
      *     by the operator who entered or loaded it.
      *   XFNAPPR RELEASE
      *     Rewrites XFNENCIN.DAT with exactly the APPROVED changes
      *     (empty when none are) and marks them RELEASED. Run it
      *     ahead of XFNENC; nothing else should write XFNENCIN.DAT.
      *     Refused while XFNENCIN.DAT still holds the last release
      *     (XFNENC empties it once encoded). The RELEASED marks are
      *     saved to XFNAPPR.DAT first; when that save fails nothing
      *     is written, so a change can never be sent twice.
      *   XFNAPPR           (no argument)
      *     Queue report to XFNAPPR.RPT: everything PENDING or
      *     APPROVED and not yet released, with maker, checker, and
      *     age; anything pending more than a day is tagged STALE
      *     and grades RETURN-CODE 4.
      *
      * Released and declined changes stay on the queue file for 90
      * days after the checker's decision and come off at the next
      * load; XFNAPPR.LOG keeps the trail for good.
      * RETURN-CODE 4 when LOAD set records aside or a change was
      * refused because the queue is full (the rest is still saved),
      * 8 when RELEASE is refused because XFNENCIN.DAT has not been
      * encoded yet, 12 when the sign-on fails, a file cannot be
      * opened, or the queue cannot be rewritten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APR-MST-FILE ASSIGN TO "XFNAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-MST-STATUS.
      *    The prepared changes LOAD reads; the name may be given on
      *    the command line.
           SELECT APR-REQ-FILE ASSIGN TO DYNAMIC WS-APR-REQ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-REQ-STATUS.
           SELECT APR-ENCIN-FILE ASSIGN TO "XFNENCIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-ENCIN-STATUS.
           SELECT APR-LOG-FILE ASSIGN TO "XFNAPPR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-LOG-STATUS.
           SELECT APR-RPT-FILE ASSIGN TO "XFNAPPR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APR-MST-FILE.
       01  APR-MST-RECORD.
           02  APR-MST-ID          PIC 9(6).
           02  FILLER              PIC X.
           02  APR-MST-STATUS      PIC X.
      *        "P" pending, "A" approved, "D" declined, "R" released.
           02  FILLER              PIC X.
           02  APR-MST-MAKER       PIC X(8).
           02  FILLER              PIC X.
           02  APR-MST-MADE-DATE   PIC X(8).
           02  FILLER              PIC X.
           02  APR-MST-MADE-TIME   PIC X(6).
           02  FILLER              PIC X.
           02  APR-MST-CHECKER     PIC X(8).
           02  FILLER              PIC X.
           02  APR-MST-CHECK-DATE  PIC X(8).
           02  FILLER              PIC X.
           02  APR-MST-CHECK-TIME  PIC X(6).
           02  FILLER              PIC X.
           02  APR-MST-RELEASED    PIC X(8).
           02  FILLER              PIC X.
           02  APR-MST-DATA        PIC X(37).
           02  FILLER              PIC X.
           02  APR-MST-REASON      PIC X(30).

       FD  APR-REQ-FILE.
      * XFNENCIN.DAT layout, as XFNENC reads it.
       01  APR-REQ-RECORD  PIC X(37).

       FD  APR-ENCIN-FILE.
       01  APR-ENCIN-RECORD  PIC X(37).

       FD  APR-LOG-FILE.
       01  APR-LOG-RECORD.
           02  APR-LOG-DATE   PIC X(8).
           02  FILLER         PIC X.
           02  APR-LOG-TIME   PIC X(6).
           02  FILLER         PIC X.
           02  APR-LOG-ID     PIC 9(6).
           02  FILLER         PIC X.
           02  APR-LOG-USER   PIC X(8).
           02  FILLER         PIC X.
           02  APR-LOG-EVENT  PIC X(8).
           02  FILLER         PIC X.
           02  APR-LOG-DATA   PIC X(37).
           02  FILLER         PIC X.
           02  APR-LOG-TEXT   PIC X(30).

       FD  APR-RPT-FILE.
       01  APR-RPT-RECORD  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-APR-MST-STATUS    PIC X(2).
       01  WS-APR-REQ-STATUS    PIC X(2).
       01  WS-APR-ENCIN-STATUS  PIC X(2).
       01  WS-APR-LOG-STATUS    PIC X(2).
       01  WS-APR-RPT-STATUS    PIC X(2).
       01  WS-APR-EOF-SW        PIC X.
           88  WS-APR-EOF            VALUE "Y".

       01  WS-APR-CMD-LINE   PIC X(60).
       01  WS-APR-MODE       PIC X(10).
       01  WS-APR-REQ-NAME   PIC X(24) VALUE "XFNENCREQ.DAT".
       01  WS-APR-ARG-2      PIC X(24).
       01  WS-APR-RUN-DATE   PIC X(8).
       01  WS-APR-RUN-TIME   PIC X(8).
       01  WS-APR-RUN-INT    BINARY-LONG.
       01  WS-APR-USER       PIC X(8) VALUE SPACES.

      * Fields for the CALL "XFNSIGN" sign-on before each session.
       01  WS-SIGN-FUNCTION  PIC X(4).
       01  WS-SIGN-PROGRAM   PIC X(8) VALUE "XFNAPPR".
       01  WS-SIGN-USER      PIC X(8).
       01  WS-SIGN-LEVEL     PIC 9.
       01  WS-SIGN-ITEM      PIC X(20).
       01  WS-SIGN-OK        PIC X.
       01  WS-SIGN-QUEUE-LEVEL  PIC 9 VALUE 2.
      *    The run's RETURN-CODE, kept across the sign-off CALL.
       01  WS-APR-RC         BINARY-LONG.

      * Decided changes older than this many days come off the
      * queue when it is next loaded.
       01  WS-APR-KEEP-DAYS  BINARY-LONG VALUE 90.

      * The queue, held in memory for the run and written back
      * whenever anything changed. WS-APR-LOST counts queue-file
      * entries that did not fit at load (the file is then never
      * rewritten); WS-APR-FULL counts new changes refused because
      * the table was full, which does not stop the save.
       01  WS-APR-MAX      BINARY-LONG VALUE 1000.
       01  WS-APR-COUNT    BINARY-LONG VALUE 0.
       01  WS-APR-LOST     BINARY-LONG VALUE 0.
       01  WS-APR-FULL     BINARY-LONG VALUE 0.
       01  WS-APR-PURGED   BINARY-LONG VALUE 0.
       01  WS-APR-NEXT-ID  BINARY-LONG VALUE 1.
       01  WS-APR-DIRTY-SW PIC X VALUE "N".
           88  WS-APR-DIRTY     VALUE "Y".
       01  WS-APR-SAVED-SW PIC X VALUE "N".
           88  WS-APR-SAVED     VALUE "Y".
       01  WS-APR-TABLE.
           02  WS-APR-ENTRY  OCCURS 1000 TIMES.
               03  WS-APR-ID          BINARY-LONG.
               03  WS-APR-STATE       PIC X.
               03  WS-APR-MAKER       PIC X(8).
               03  WS-APR-MADE-DATE   PIC X(8).
               03  WS-APR-MADE-TIME   PIC X(6).
               03  WS-APR-CHECKER     PIC X(8).
               03  WS-APR-CHECK-DATE  PIC X(8).
               03  WS-APR-CHECK-TIME  PIC X(6).
               03  WS-APR-RELEASED    PIC X(8).
               03  WS-APR-DATA        PIC X(37).
               03  WS-APR-REASON      PIC X(30).
      *        "Y" on the changes this run's RELEASE is sending.
               03  WS-APR-SEND-SW     PIC X.
       01  WS-APR-IDX      BINARY-LONG.
       01  WS-APR-HIT      BINARY-LONG.

      * One change record being checked before it is queued, in the
      * XFNENCIN.DAT layout XFNENC reads.
       01  WS-CHG-RECORD.
           02  WS-CHG-TYPE  PIC X.
           02  WS-CHG-KEY   PIC X(10).
           02  WS-CHG-DATA  PIC X(26).
           02  WS-CHG-PAT REDEFINES WS-CHG-DATA.
               03  WS-CHG-BITS       PIC X(8).
               03  FILLER            PIC X(18).
           02  WS-CHG-WPT REDEFINES WS-CHG-DATA.
               03  WS-CHG-WBITS      PIC X(16).
               03  FILLER            PIC X(10).
           02  WS-CHG-CHG REDEFINES WS-CHG-DATA.
               03  WS-CHG-BASE-BYTE  PIC X(3).
               03  WS-CHG-OP         PIC X(3).
               03  WS-CHG-FLAG-NAME  PIC X(20).
       01  WS-CHG-REASON     PIC X(30).
       01  WS-CHG-POS        BINARY-LONG.
       01  WS-CHG-WIDTH      BINARY-LONG.
       01  WS-CHG-BYTE       BINARY-LONG.
       01  WS-CHG-BYTE-D     PIC 9(3).

      * Fields for the terminal sessions.
       01  WS-SES-INPUT     PIC X(60).
       01  WS-SES-TRIM      PIC X(60).
       01  WS-SES-DONE-SW   PIC X.
           88  WS-SES-DONE       VALUE "Y".
       01  WS-SES-ID        BINARY-LONG.
       01  WS-SES-ID-D      PIC ZZZZZ9.
       01  WS-SES-AGE-D     PIC ZZ9.
       01  WS-TOK-TABLE.
           02  WS-TOK  PIC X(20) OCCURS 5 TIMES.
       01  WS-TOK-COUNT     BINARY-LONG.

      * One XFNAPPR.LOG event, built before it is appended.
       01  WS-LOG-ID        BINARY-LONG.
       01  WS-LOG-EVENT     PIC X(8).
       01  WS-LOG-DATA      PIC X(37).
       01  WS-LOG-TEXT      PIC X(30).

      * Counters.
       01  WS-APR-QUEUED    BINARY-LONG VALUE 0.
       01  WS-APR-BAD       BINARY-LONG VALUE 0.
       01  WS-APR-DUPS      BINARY-LONG VALUE 0.
       01  WS-APR-RELEASE-COUNT BINARY-LONG VALUE 0.
       01  WS-AGE-DAYS      BINARY-LONG.
       01  WS-AGE-LISTED    BINARY-LONG VALUE 0.
       01  WS-AGE-STALE     BINARY-LONG VALUE 0.
       01  WS-APR-LINE      PIC X(120).

       PROCEDURE DIVISION.
           ACCEPT WS-APR-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-APR-RUN-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-APR-RUN-DATE))
           ACCEPT WS-APR-CMD-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-APR-MODE WS-APR-ARG-2
           UNSTRING WS-APR-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-APR-MODE WS-APR-ARG-2
           END-UNSTRING
           IF WS-APR-MODE = SPACES
               MOVE SPACES TO WS-APR-MODE WS-APR-ARG-2
               UNSTRING FUNCTION TRIM(WS-APR-CMD-LINE)
                   DELIMITED BY ALL SPACE
                   INTO WS-APR-MODE WS-APR-ARG-2
               END-UNSTRING
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-APR-MODE) TO WS-APR-MODE
           IF WS-APR-ARG-2 NOT = SPACES
               MOVE WS-APR-ARG-2 TO WS-APR-REQ-NAME
           END-IF

           PERFORM LOAD-QUEUE THRU LOAD-QUEUE-EXIT

           EVALUATE WS-APR-MODE
               WHEN "ENTER"
                   PERFORM ENTER-SESSION THRU ENTER-SESSION-EXIT
               WHEN "LOAD"
                   PERFORM LOAD-REQUESTS THRU LOAD-REQUESTS-EXIT
               WHEN "APPROVE"
                   PERFORM APPROVE-SESSION THRU APPROVE-SESSION-EXIT
               WHEN "RELEASE"
                   PERFORM RELEASE-APPROVED
                      THRU RELEASE-APPROVED-EXIT
               WHEN SPACES
                   PERFORM QUEUE-REPORT THRU QUEUE-REPORT-EXIT
               WHEN OTHER
                   DISPLAY "XFNAPPR: unknown mode " WS-APR-MODE
                           " - use ENTER, LOAD, APPROVE, RELEASE, "
                           "or no argument for the queue report."
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           IF WS-APR-DIRTY
               PERFORM SAVE-QUEUE THRU SAVE-QUEUE-EXIT
           END-IF
           IF WS-APR-USER NOT = SPACES
               MOVE RETURN-CODE TO WS-APR-RC
               MOVE "OFF " TO WS-SIGN-FUNCTION
               CALL "XFNSIGN" USING WS-SIGN-FUNCTION
                                    WS-SIGN-PROGRAM WS-SIGN-USER
                                    WS-SIGN-LEVEL WS-SIGN-ITEM
                                    WS-SIGN-OK
               MOVE WS-APR-RC TO RETURN-CODE
           END-IF
           GOBACK
           .

      ******************************************************************
      * LOAD-QUEUE: Loads XFNAPPR.DAT into WS-APR-TABLE. A missing    *
      *             file is fine (first run). Released and declined   *
      *             changes decided more than WS-APR-KEEP-DAYS ago    *
      *             are dropped here, so they never hold a place the  *
      *             live queue needs. Entries beyond the table        *
      *             capacity are counted and reported.                *
      ******************************************************************
       LOAD-QUEUE.
           OPEN INPUT APR-MST-FILE
           IF WS-APR-MST-STATUS NOT = "00"
               GO TO LOAD-QUEUE-EXIT
           END-IF

           MOVE "N" TO WS-APR-EOF-SW
           PERFORM UNTIL WS-APR-EOF
               READ APR-MST-FILE
                   AT END
                       MOVE "Y" TO WS-APR-EOF-SW
                   NOT AT END
      *                A purged change's id is still never reused.
                       IF APR-MST-ID >= WS-APR-NEXT-ID
                           COMPUTE WS-APR-NEXT-ID = APR-MST-ID + 1
                       END-IF
                       PERFORM CHECK-PURGE THRU CHECK-PURGE-EXIT
                       EVALUATE TRUE
                           WHEN WS-AGE-DAYS > WS-APR-KEEP-DAYS
                               ADD 1 TO WS-APR-PURGED
                               MOVE "Y" TO WS-APR-DIRTY-SW
                           WHEN WS-APR-COUNT < WS-APR-MAX
                               PERFORM TAKE-CHANGE
                                  THRU TAKE-CHANGE-EXIT
                           WHEN OTHER
                               ADD 1 TO WS-APR-LOST
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE APR-MST-FILE

           IF WS-APR-PURGED > 0
               DISPLAY "XFNAPPR: " WS-APR-PURGED " change(s) decided "
                       "more than " WS-APR-KEEP-DAYS " days ago "
                       "dropped from the queue."
           END-IF
           IF WS-APR-LOST > 0
               DISPLAY "XFNAPPR: queue file holds more than "
                       WS-APR-MAX " changes; " WS-APR-LOST
                       " not loaded - work the backlog."
           END-IF
           .
       LOAD-QUEUE-EXIT.
           EXIT
           .

      ******************************************************************
      * CHECK-PURGE: Sets WS-AGE-DAYS to the days since a released or *
      *              declined change on APR-MST-RECORD was decided;   *
      *              zero for anything still live.                    *
      ******************************************************************
       CHECK-PURGE.
           MOVE 0 TO WS-AGE-DAYS
           IF (APR-MST-STATUS = "R" OR APR-MST-STATUS = "D")
              AND APR-MST-CHECK-DATE IS NUMERIC
               COMPUTE WS-AGE-DAYS = WS-APR-RUN-INT
                   - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       APR-MST-CHECK-DATE))
           END-IF
           .
       CHECK-PURGE-EXIT.
           EXIT
           .

      ******************************************************************
      * TAKE-CHANGE: Adds the change on APR-MST-RECORD to the table.  *
      ******************************************************************
       TAKE-CHANGE.
           ADD 1 TO WS-APR-COUNT
           MOVE APR-MST-ID         TO WS-APR-ID(WS-APR-COUNT)
           MOVE APR-MST-STATUS     TO WS-APR-STATE(WS-APR-COUNT)
           MOVE APR-MST-MAKER      TO WS-APR-MAKER(WS-APR-COUNT)
           MOVE APR-MST-MADE-DATE  TO WS-APR-MADE-DATE(WS-APR-COUNT)
           MOVE APR-MST-MADE-TIME  TO WS-APR-MADE-TIME(WS-APR-COUNT)
           MOVE APR-MST-CHECKER    TO WS-APR-CHECKER(WS-APR-COUNT)
           MOVE APR-MST-CHECK-DATE TO WS-APR-CHECK-DATE(WS-APR-COUNT)
           MOVE APR-MST-CHECK-TIME TO WS-APR-CHECK-TIME(WS-APR-COUNT)
           MOVE APR-MST-RELEASED   TO WS-APR-RELEASED(WS-APR-COUNT)
           MOVE APR-MST-DATA       TO WS-APR-DATA(WS-APR-COUNT)
           MOVE APR-MST-REASON     TO WS-APR-REASON(WS-APR-COUNT)
           MOVE "N"                TO WS-APR-SEND-SW(WS-APR-COUNT)
           .
       TAKE-CHANGE-EXIT.
           EXIT
           .

      ******************************************************************
      * SAVE-QUEUE: Rewrites XFNAPPR.DAT from WS-APR-TABLE and sets   *
      *             WS-APR-SAVED when it has. Never done when the     *
      *             load left changes on file that did not fit.       *
      ******************************************************************
       SAVE-QUEUE.
           MOVE "N" TO WS-APR-SAVED-SW
           IF WS-APR-LOST > 0
      *        Rewriting would lose the changes that did not fit.
               DISPLAY "XFNAPPR: XFNAPPR.DAT not rewritten - it "
                       "holds more changes than could be loaded."
               MOVE 12 TO RETURN-CODE
               GO TO SAVE-QUEUE-EXIT
           END-IF

           OPEN OUTPUT APR-MST-FILE
           IF WS-APR-MST-STATUS NOT = "00"
               DISPLAY "XFNAPPR: cannot rewrite XFNAPPR.DAT (status "
                       WS-APR-MST-STATUS ")."
               MOVE 12 TO RETURN-CODE
               GO TO SAVE-QUEUE-EXIT
           END-IF

           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
             UNTIL WS-APR-IDX > WS-APR-COUNT
               MOVE SPACES TO APR-MST-RECORD
               MOVE WS-APR-ID(WS-APR-IDX)    TO APR-MST-ID
               MOVE WS-APR-STATE(WS-APR-IDX) TO APR-MST-STATUS
               MOVE WS-APR-MAKER(WS-APR-IDX) TO APR-MST-MAKER
               MOVE WS-APR-MADE-DATE(WS-APR-IDX)
                 TO APR-MST-MADE-DATE
               MOVE WS-APR-MADE-TIME(WS-APR-IDX)
                 TO APR-MST-MADE-TIME
               MOVE WS-APR-CHECKER(WS-APR-IDX)
                 TO APR-MST-CHECKER
               MOVE WS-APR-CHECK-DATE(WS-APR-IDX)
                 TO APR-MST-CHECK-DATE
               MOVE WS-APR-CHECK-TIME(WS-APR-IDX)
                 TO APR-MST-CHECK-TIME
               MOVE WS-APR-RELEASED(WS-APR-IDX)
                 TO APR-MST-RELEASED
               MOVE WS-APR-DATA(WS-APR-IDX)  TO APR-MST-DATA
               MOVE WS-APR-REASON(WS-APR-IDX)
                 TO APR-MST-REASON
               WRITE APR-MST-RECORD
           END-PERFORM
           CLOSE APR-MST-FILE
           MOVE "Y" TO WS-APR-SAVED-SW
           MOVE "N" TO WS-APR-DIRTY-SW
           .
       SAVE-QUEUE-EXIT.
           EXIT
           .

      ******************************************************************
      * SIGN-ON: Signs the operator on through XFNSIGN at the queue   *
      *          level and takes the signed-on id into WS-APR-USER;   *
      *          left blank when the sign-on fails.                   *
      ******************************************************************
       SIGN-ON.
           MOVE SPACES TO WS-APR-USER
           MOVE "SIGN" TO WS-SIGN-FUNCTION
           MOVE WS-SIGN-QUEUE-LEVEL TO WS-SIGN-LEVEL
           MOVE SPACES TO WS-SIGN-ITEM
           CALL "XFNSIGN" USING WS-SIGN-FUNCTION
                                WS-SIGN-PROGRAM WS-SIGN-USER
                                WS-SIGN-LEVEL WS-SIGN-ITEM
                                WS-SIGN-OK
           IF WS-SIGN-OK NOT = "Y"
               DISPLAY "XFNAPPR: not signed on; session ended."
               MOVE 12 TO RETURN-CODE
               GO TO SIGN-ON-EXIT
           END-IF
           MOVE WS-SIGN-USER TO WS-APR-USER
           .
       SIGN-ON-EXIT.
           EXIT
           .

      ******************************************************************
      * ENTER-SESSION: Terminal entry loop for the maker: each line   *
      *                is one change in P/C/W terms, checked and      *
      *                queued PENDING. X (or a blank line) ends the   *
      *                session.                                       *
      ******************************************************************
       ENTER-SESSION.
           DISPLAY "XFN outbound change entry (maker)."
           PERFORM SIGN-ON THRU SIGN-ON-EXIT
           IF WS-APR-USER = SPACES
               GO TO ENTER-SESSION-EXIT
           END-IF
           DISPLAY "one change per line:"
           DISPLAY "  P key pattern(8)"
           DISPLAY "  C key base-byte SET|CLR flag-name"
           DISPLAY "  W key pattern(16)"
           DISPLAY "X to exit."

           MOVE "N" TO WS-SES-DONE-SW
           PERFORM UNTIL WS-SES-DONE
               DISPLAY "change> " WITH NO ADVANCING
               MOVE SPACES TO WS-SES-INPUT
               ACCEPT WS-SES-INPUT
               MOVE FUNCTION TRIM(WS-SES-INPUT) TO WS-SES-TRIM
               EVALUATE TRUE
                   WHEN WS-SES-TRIM = SPACES
                     OR WS-SES-TRIM = "X" OR WS-SES-TRIM = "x"
                       MOVE "Y" TO WS-SES-DONE-SW
                   WHEN OTHER
                       PERFORM ENTER-ONE-CHANGE
                          THRU ENTER-ONE-CHANGE-EXIT
               END-EVALUATE
           END-PERFORM
           DISPLAY "XFNAPPR: " WS-APR-QUEUED " change(s) queued "
                   "for approval."
           IF WS-APR-FULL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       ENTER-SESSION-EXIT.
           EXIT
           .

      ******************************************************************
      * ENTER-ONE-CHANGE: Splits one keyed line into its fields,      *
      *                   builds the XFNENCIN.DAT record image, and   *
      *                   queues it when it checks clean.             *
      ******************************************************************
       ENTER-ONE-CHANGE.
           MOVE SPACES TO WS-TOK-TABLE
           MOVE 0 TO WS-TOK-COUNT
           UNSTRING WS-SES-TRIM DELIMITED BY ALL SPACE
               INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4) WS-TOK(5)
               TALLYING IN WS-TOK-COUNT
           END-UNSTRING

      *    A token longer than its field would be cut short and the
      *    checker shown a different change from the one keyed.
           MOVE SPACES TO WS-CHG-REASON
           EVALUATE TRUE
               WHEN WS-TOK(2)(11:10) NOT = SPACES
                   MOVE "key over 10 characters"
                     TO WS-CHG-REASON
               WHEN (WS-TOK(1) = "P" OR WS-TOK(1) = "p")
                AND WS-TOK(3)(9:12) NOT = SPACES
                   MOVE "pattern over 8 positions"
                     TO WS-CHG-REASON
               WHEN (WS-TOK(1) = "W" OR WS-TOK(1) = "w")
                AND WS-TOK(3)(17:4) NOT = SPACES
                   MOVE "word pattern over 16 positions"
                     TO WS-CHG-REASON
           END-EVALUATE
           IF WS-CHG-REASON NOT = SPACES
               DISPLAY "  not queued: " FUNCTION TRIM(WS-CHG-REASON)
               GO TO ENTER-ONE-CHANGE-EXIT
           END-IF

           MOVE SPACES TO WS-CHG-RECORD
           MOVE FUNCTION UPPER-CASE(WS-TOK(1)) TO WS-CHG-TYPE
           MOVE WS-TOK(2) TO WS-CHG-KEY
           EVALUATE WS-CHG-TYPE
               WHEN "P"
                   MOVE WS-TOK(3) TO WS-CHG-BITS
               WHEN "W"
                   MOVE WS-TOK(3) TO WS-CHG-WBITS
               WHEN "C"
      *            The base byte is right-justified to three digits,
      *            as XFNENC's PIC 9(3) field expects.
                   IF FUNCTION TRIM(WS-TOK(3)) IS NUMERIC
                       COMPUTE WS-CHG-BYTE = FUNCTION NUMVAL(WS-TOK(3))
                       IF WS-CHG-BYTE >= 0 AND WS-CHG-BYTE <= 999
                           MOVE WS-CHG-BYTE TO WS-CHG-BYTE-D
                           MOVE WS-CHG-BYTE-D TO WS-CHG-BASE-BYTE
                       ELSE
                           MOVE WS-TOK(3) TO WS-CHG-BASE-BYTE
                       END-IF
                   ELSE
                       MOVE WS-TOK(3) TO WS-CHG-BASE-BYTE
                   END-IF
                   MOVE FUNCTION UPPER-CASE(WS-TOK(4)) TO WS-CHG-OP
                   MOVE FUNCTION UPPER-CASE(WS-TOK(5))
                     TO WS-CHG-FLAG-NAME
           END-EVALUATE

           PERFORM CHECK-CHANGE THRU CHECK-CHANGE-EXIT
           IF WS-CHG-REASON NOT = SPACES
               DISPLAY "  not queued: " FUNCTION TRIM(WS-CHG-REASON)
               GO TO ENTER-ONE-CHANGE-EXIT
           END-IF

           MOVE "ENTERED" TO WS-LOG-EVENT
           PERFORM QUEUE-CHANGE THRU QUEUE-CHANGE-EXIT
           IF WS-APR-HIT > 0
               MOVE WS-APR-ID(WS-APR-HIT) TO WS-SES-ID-D
               DISPLAY "  queued as " FUNCTION TRIM(WS-SES-ID-D)
                       " [" WS-CHG-RECORD "]"
           END-IF
           .
       ENTER-ONE-CHANGE-EXIT.
           EXIT
           .

      ******************************************************************
      * LOAD-REQUESTS: Queues every record of the prepared file named *
      *                in WS-APR-REQ-NAME as PENDING under the maker's*
      *                user id.                                       *
      ******************************************************************
       LOAD-REQUESTS.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT
           IF WS-APR-USER = SPACES
               GO TO LOAD-REQUESTS-EXIT
           END-IF

           OPEN INPUT APR-REQ-FILE
           IF WS-APR-REQ-STATUS NOT = "00"
               DISPLAY "XFNAPPR: " FUNCTION TRIM(WS-APR-REQ-NAME)
                       " not found (status " WS-APR-REQ-STATUS ")."
               MOVE 12 TO RETURN-CODE
               GO TO LOAD-REQUESTS-EXIT
           END-IF

           MOVE "N" TO WS-APR-EOF-SW
           PERFORM UNTIL WS-APR-EOF
               READ APR-REQ-FILE
                   AT END
                       MOVE "Y" TO WS-APR-EOF-SW
                   NOT AT END
                       IF APR-REQ-RECORD NOT = SPACES
                           MOVE APR-REQ-RECORD TO WS-CHG-RECORD
                           PERFORM CHECK-CHANGE THRU CHECK-CHANGE-EXIT
                           IF WS-CHG-REASON NOT = SPACES
                               ADD 1 TO WS-APR-BAD
                               DISPLAY "XFNAPPR: not queued ["
                                       WS-CHG-RECORD "] "
                                       FUNCTION TRIM(WS-CHG-REASON)
                           ELSE
                               MOVE "LOADED" TO WS-LOG-EVENT
                               PERFORM QUEUE-CHANGE
                                  THRU QUEUE-CHANGE-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APR-REQ-FILE

           DISPLAY "XFNAPPR: " WS-APR-QUEUED " change(s) queued from "
                   FUNCTION TRIM(WS-APR-REQ-NAME) ", "
                   WS-APR-DUPS " already pending, "
                   WS-APR-BAD " set aside, "
                   WS-APR-FULL " refused (queue full)."
           IF WS-APR-BAD > 0 OR WS-APR-FULL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       LOAD-REQUESTS-EXIT.
           EXIT
           .

      ******************************************************************
      * CHECK-CHANGE: Checks the shape of the change in WS-CHG-RECORD *
      *               the way XFNENC will read it; WS-CHG-REASON is   *
      *               left blank when it is fit to queue. The flag    *
      *               name itself is resolved by XFNENC at encode     *
      *               time.                                           *
      ******************************************************************
       CHECK-CHANGE.
           MOVE SPACES TO WS-CHG-REASON
           IF WS-CHG-KEY = SPACES
               MOVE "business key missing" TO WS-CHG-REASON
               GO TO CHECK-CHANGE-EXIT
           END-IF

           EVALUATE WS-CHG-TYPE
               WHEN "P"
                   MOVE 8 TO WS-CHG-WIDTH
               WHEN "W"
                   MOVE 16 TO WS-CHG-WIDTH
               WHEN "C"
                   IF WS-CHG-BASE-BYTE IS NOT NUMERIC
                       MOVE "base byte not numeric"
                         TO WS-CHG-REASON
                       GO TO CHECK-CHANGE-EXIT
                   END-IF
                   IF FUNCTION NUMVAL(WS-CHG-BASE-BYTE) > 255
                       MOVE "base byte over 255" TO WS-CHG-REASON
                       GO TO CHECK-CHANGE-EXIT
                   END-IF
                   IF WS-CHG-OP NOT = "SET" AND WS-CHG-OP NOT = "CLR"
                       MOVE "operation not SET or CLR"
                         TO WS-CHG-REASON
                       GO TO CHECK-CHANGE-EXIT
                   END-IF
                   IF WS-CHG-FLAG-NAME = SPACES
                       MOVE "flag name missing" TO WS-CHG-REASON
                   END-IF
                   GO TO CHECK-CHANGE-EXIT
               WHEN OTHER
                   MOVE "record type not P, C, or W"
                     TO WS-CHG-REASON
                   GO TO CHECK-CHANGE-EXIT
           END-EVALUATE

      *    "P" and "W": the pattern must be exactly 0/1 characters
      *    across its width and blank after it.
           PERFORM VARYING WS-CHG-POS FROM 1 BY 1
             UNTIL WS-CHG-POS > WS-CHG-WIDTH
               IF WS-CHG-DATA(WS-CHG-POS:1) NOT = "0"
                  AND WS-CHG-DATA(WS-CHG-POS:1) NOT = "1"
                   MOVE "pattern not all 0/1" TO WS-CHG-REASON
               END-IF
           END-PERFORM
           IF WS-CHG-REASON = SPACES
              AND WS-CHG-DATA(WS-CHG-WIDTH + 1:) NOT = SPACES
               MOVE "pattern too long" TO WS-CHG-REASON
           END-IF
           .
       CHECK-CHANGE-EXIT.
           EXIT
           .

      ******************************************************************
      * QUEUE-CHANGE: Adds the checked change in WS-CHG-RECORD to the *
      *               queue as PENDING under WS-APR-USER, unless the  *
      *               same change is already pending. WS-APR-HIT      *
      *               returns the new entry (0 when not queued).      *
      ******************************************************************
       QUEUE-CHANGE.
           MOVE 0 TO WS-APR-HIT
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
             UNTIL WS-APR-IDX > WS-APR-COUNT OR WS-APR-HIT > 0
               IF WS-APR-DATA(WS-APR-IDX) = WS-CHG-RECORD
                  AND WS-APR-STATE(WS-APR-IDX) = "P"
                   MOVE WS-APR-IDX TO WS-APR-HIT
               END-IF
           END-PERFORM
           IF WS-APR-HIT > 0
               ADD 1 TO WS-APR-DUPS
               MOVE WS-APR-ID(WS-APR-HIT) TO WS-SES-ID-D
               DISPLAY "  already pending as "
                       FUNCTION TRIM(WS-SES-ID-D)
               MOVE 0 TO WS-APR-HIT
               GO TO QUEUE-CHANGE-EXIT
           END-IF

           IF WS-APR-COUNT >= WS-APR-MAX
               ADD 1 TO WS-APR-FULL
               DISPLAY "XFNAPPR: queue full at " WS-APR-MAX
                       " changes; change not queued - approve, "
                       "decline, or release some first."
               GO TO QUEUE-CHANGE-EXIT
           END-IF

           ACCEPT WS-APR-RUN-TIME FROM TIME
           ADD 1 TO WS-APR-COUNT
           ADD 1 TO WS-APR-QUEUED
           MOVE "Y" TO WS-APR-DIRTY-SW
           MOVE WS-APR-COUNT TO WS-APR-HIT
           MOVE WS-APR-NEXT-ID TO WS-APR-ID(WS-APR-HIT)
           ADD 1 TO WS-APR-NEXT-ID
           MOVE "P"                  TO WS-APR-STATE(WS-APR-HIT)
           MOVE WS-APR-USER          TO WS-APR-MAKER(WS-APR-HIT)
           MOVE WS-APR-RUN-DATE      TO WS-APR-MADE-DATE(WS-APR-HIT)
           MOVE WS-APR-RUN-TIME(1:6) TO WS-APR-MADE-TIME(WS-APR-HIT)
           MOVE SPACES               TO WS-APR-CHECKER(WS-APR-HIT)
           MOVE SPACES               TO WS-APR-CHECK-DATE(WS-APR-HIT)
           MOVE SPACES               TO WS-APR-CHECK-TIME(WS-APR-HIT)
           MOVE SPACES               TO WS-APR-RELEASED(WS-APR-HIT)
           MOVE WS-CHG-RECORD        TO WS-APR-DATA(WS-APR-HIT)
           MOVE SPACES               TO WS-APR-REASON(WS-APR-HIT)
           MOVE "N"                  TO WS-APR-SEND-SW(WS-APR-HIT)

           MOVE WS-APR-ID(WS-APR-HIT) TO WS-LOG-ID
           MOVE WS-CHG-RECORD TO WS-LOG-DATA
           MOVE SPACES TO WS-LOG-TEXT
           PERFORM WRITE-LOG THRU WRITE-LOG-EXIT
           .
       QUEUE-CHANGE-EXIT.
           EXIT
           .

      ******************************************************************
      * APPROVE-SESSION: Terminal review loop for the checker: lists  *
      *                  the PENDING changes and decides the one      *
      *                  keyed by queue id. X (or a blank line) ends  *
      *                  the session.                                 *
      ******************************************************************
       APPROVE-SESSION.
           DISPLAY "XFN outbound change approval (checker)."
           PERFORM SIGN-ON THRU SIGN-ON-EXIT
           IF WS-APR-USER = SPACES
               GO TO APPROVE-SESSION-EXIT
           END-IF

           PERFORM LIST-PENDING THRU LIST-PENDING-EXIT

           MOVE "N" TO WS-SES-DONE-SW
           PERFORM UNTIL WS-SES-DONE
               DISPLAY "approve id> " WITH NO ADVANCING
               MOVE SPACES TO WS-SES-INPUT
               ACCEPT WS-SES-INPUT
               MOVE FUNCTION TRIM(WS-SES-INPUT) TO WS-SES-TRIM
               EVALUATE TRUE
                   WHEN WS-SES-TRIM = SPACES
                     OR WS-SES-TRIM = "X" OR WS-SES-TRIM = "x"
                       MOVE "Y" TO WS-SES-DONE-SW
                   WHEN WS-SES-TRIM = "L" OR WS-SES-TRIM = "l"
                       PERFORM LIST-PENDING THRU LIST-PENDING-EXIT
                   WHEN OTHER
                       PERFORM DECIDE-ONE-CHANGE
                          THRU DECIDE-ONE-CHANGE-EXIT
               END-EVALUATE
           END-PERFORM
           DISPLAY "XFNAPPR: approval session ended."
           .
       APPROVE-SESSION-EXIT.
           EXIT
           .

      ******************************************************************
      * LIST-PENDING: Shows every PENDING change: id, maker, date and *
      *               time entered, and the record image.             *
      ******************************************************************
       LIST-PENDING.
           MOVE 0 TO WS-APR-HIT
           DISPLAY "pending changes (L to relist, X to exit):"
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
             UNTIL WS-APR-IDX > WS-APR-COUNT
               IF WS-APR-STATE(WS-APR-IDX) = "P"
                   ADD 1 TO WS-APR-HIT
                   MOVE WS-APR-ID(WS-APR-IDX) TO WS-SES-ID-D
                   DISPLAY "  " WS-SES-ID-D
                           " " WS-APR-MAKER(WS-APR-IDX)
                           " " WS-APR-MADE-DATE(WS-APR-IDX)
                           " " WS-APR-MADE-TIME(WS-APR-IDX)(1:4)
                           " [" WS-APR-DATA(WS-APR-IDX) "]"
               END-IF
           END-PERFORM
           IF WS-APR-HIT = 0
               DISPLAY "  (none - nothing awaiting approval)"
           END-IF
           .
       LIST-PENDING-EXIT.
           EXIT
           .

      ******************************************************************
      * DECIDE-ONE-CHANGE: Finds the PENDING change for the keyed id, *
      *                    refuses it when the checker is its maker,  *
      *                    and otherwise takes A (approve) or D       *
      *                    (decline, with a reason).                  *
      ******************************************************************
       DECIDE-ONE-CHANGE.
           IF FUNCTION NUMVAL(WS-SES-TRIM) = 0
               DISPLAY "  key a queue id, L to relist, X to exit"
               GO TO DECIDE-ONE-CHANGE-EXIT
           END-IF
           COMPUTE WS-SES-ID = FUNCTION NUMVAL(WS-SES-TRIM)

           MOVE 0 TO WS-APR-HIT
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
             UNTIL WS-APR-IDX > WS-APR-COUNT OR WS-APR-HIT > 0
               IF WS-APR-ID(WS-APR-IDX) = WS-SES-ID
                   MOVE WS-APR-IDX TO WS-APR-HIT
               END-IF
           END-PERFORM
           IF WS-APR-HIT = 0
               DISPLAY "  no queued change with id " WS-SES-TRIM
               GO TO DECIDE-ONE-CHANGE-EXIT
           END-IF
           IF WS-APR-STATE(WS-APR-HIT) NOT = "P"
               DISPLAY "  change " FUNCTION TRIM(WS-SES-TRIM)
                       " is not pending"
               GO TO DECIDE-ONE-CHANGE-EXIT
           END-IF
           IF WS-APR-MAKER(WS-APR-HIT) = WS-APR-USER
               DISPLAY "  you entered change "
                       FUNCTION TRIM(WS-SES-TRIM)
                       "; a different operator must approve it"
               MOVE WS-APR-ID(WS-APR-HIT) TO WS-LOG-ID
               MOVE "REFUSED" TO WS-LOG-EVENT
               MOVE WS-APR-DATA(WS-APR-HIT) TO WS-LOG-DATA
               MOVE "checker is the maker" TO WS-LOG-TEXT
               PERFORM WRITE-LOG THRU WRITE-LOG-EXIT
               GO TO DECIDE-ONE-CHANGE-EXIT
           END-IF

           MOVE WS-APR-DATA(WS-APR-HIT) TO WS-CHG-RECORD
           DISPLAY "  entered by " WS-APR-MAKER(WS-APR-HIT)
                   " on " WS-APR-MADE-DATE(WS-APR-HIT)
                   " at " WS-APR-MADE-TIME(WS-APR-HIT)
           EVALUATE WS-CHG-TYPE
               WHEN "P"
                   DISPLAY "  key " WS-CHG-KEY
                           " set pattern " WS-CHG-BITS
               WHEN "W"
                   DISPLAY "  key " WS-CHG-KEY
                           " set word pattern " WS-CHG-WBITS
               WHEN OTHER
                   DISPLAY "  key " WS-CHG-KEY " " WS-CHG-OP
                           " " FUNCTION TRIM(WS-CHG-FLAG-NAME)
                           " on base byte " WS-CHG-BASE-BYTE
           END-EVALUATE

           DISPLAY "  A approve, D decline, blank to leave> "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-SES-INPUT
           ACCEPT WS-SES-INPUT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SES-INPUT))
             TO WS-SES-TRIM
           EVALUATE WS-SES-TRIM
               WHEN SPACES
                   DISPLAY "  left pending"
                   GO TO DECIDE-ONE-CHANGE-EXIT
               WHEN "A"
                   MOVE "A" TO WS-APR-STATE(WS-APR-HIT)
                   MOVE SPACES TO WS-APR-REASON(WS-APR-HIT)
                   MOVE "APPROVED" TO WS-LOG-EVENT
               WHEN "D"
                   DISPLAY "  reason for declining> "
                           WITH NO ADVANCING
                   MOVE SPACES TO WS-SES-INPUT
                   ACCEPT WS-SES-INPUT
                   MOVE FUNCTION TRIM(WS-SES-INPUT) TO WS-SES-TRIM
                   IF WS-SES-TRIM = SPACES
                       DISPLAY "  a reason is required; left pending"
                       GO TO DECIDE-ONE-CHANGE-EXIT
                   END-IF
                   MOVE "D" TO WS-APR-STATE(WS-APR-HIT)
                   MOVE WS-SES-TRIM TO WS-APR-REASON(WS-APR-HIT)
                   MOVE "DECLINED" TO WS-LOG-EVENT
               WHEN OTHER
                   DISPLAY "  unknown decision " WS-SES-TRIM
                           "; left pending"
                   GO TO DECIDE-ONE-CHANGE-EXIT
           END-EVALUATE

           ACCEPT WS-APR-RUN-TIME FROM TIME
           MOVE WS-APR-USER          TO WS-APR-CHECKER(WS-APR-HIT)
           MOVE WS-APR-RUN-DATE      TO WS-APR-CHECK-DATE(WS-APR-HIT)
           MOVE WS-APR-RUN-TIME(1:6) TO WS-APR-CHECK-TIME(WS-APR-HIT)
           MOVE "Y" TO WS-APR-DIRTY-SW

           MOVE WS-APR-ID(WS-APR-HIT) TO WS-LOG-ID
           MOVE WS-APR-DATA(WS-APR-HIT) TO WS-LOG-DATA
           MOVE WS-APR-REASON(WS-APR-HIT) TO WS-LOG-TEXT
           PERFORM WRITE-LOG THRU WRITE-LOG-EXIT
           MOVE WS-APR-ID(WS-APR-HIT) TO WS-SES-ID-D
           DISPLAY "  change " FUNCTION TRIM(WS-SES-ID-D) " "
                   FUNCTION TRIM(WS-LOG-EVENT)
           .
       DECIDE-ONE-CHANGE-EXIT.
           EXIT
           .

      ******************************************************************
      * RELEASE-APPROVED: Rewrites XFNENCIN.DAT with exactly the      *
      *                   APPROVED changes, in queue order, and marks *
      *                   them RELEASED. With none approved the file  *
      *                   is left empty, so an old night's changes    *
      *                   can never go out twice. Refused while       *
      *                   XFNENCIN.DAT still holds a release XFNENC   *
      *                   has not encoded. The RELEASED marks are     *
      *                   saved first and nothing is written when     *
      *                   that save fails.                            *
      ******************************************************************
       RELEASE-APPROVED.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT
           IF WS-APR-USER = SPACES
               GO TO RELEASE-APPROVED-EXIT
           END-IF

           OPEN INPUT APR-ENCIN-FILE
           IF WS-APR-ENCIN-STATUS = "00"
               MOVE "N" TO WS-APR-EOF-SW
               READ APR-ENCIN-FILE
                   AT END
                       MOVE "Y" TO WS-APR-EOF-SW
               END-READ
               CLOSE APR-ENCIN-FILE
               IF NOT WS-APR-EOF
                   DISPLAY "XFNAPPR: XFNENCIN.DAT still holds the "
                           "last release - run XFNENC before "
                           "releasing more."
                   MOVE 8 TO RETURN-CODE
                   GO TO RELEASE-APPROVED-EXIT
               END-IF
           END-IF

           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
             UNTIL WS-APR-IDX > WS-APR-COUNT
               IF WS-APR-STATE(WS-APR-IDX) = "A"
                   ADD 1 TO WS-APR-RELEASE-COUNT
                   MOVE "R" TO WS-APR-STATE(WS-APR-IDX)
                   MOVE WS-APR-RUN-DATE TO WS-APR-RELEASED(WS-APR-IDX)
                   MOVE "Y" TO WS-APR-SEND-SW(WS-APR-IDX)
               END-IF
           END-PERFORM
           IF WS-APR-RELEASE-COUNT > 0
               PERFORM SAVE-QUEUE THRU SAVE-QUEUE-EXIT
               IF NOT WS-APR-SAVED
                   DISPLAY "XFNAPPR: nothing released."
                   MOVE "N" TO WS-APR-DIRTY-SW
                   GO TO RELEASE-APPROVED-EXIT
               END-IF
           END-IF

           OPEN OUTPUT APR-ENCIN-FILE
           IF WS-APR-ENCIN-STATUS NOT = "00"
               DISPLAY "XFNAPPR: cannot open XFNENCIN.DAT (status "
                       WS-APR-ENCIN-STATUS "); nothing released."
               MOVE 12 TO RETURN-CODE
               PERFORM UNDO-RELEASE THRU UNDO-RELEASE-EXIT
               GO TO RELEASE-APPROVED-EXIT
           END-IF

           MOVE "RELEASED" TO WS-LOG-EVENT
           MOVE SPACES TO WS-LOG-TEXT
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
             UNTIL WS-APR-IDX > WS-APR-COUNT
               IF WS-APR-SEND-SW(WS-APR-IDX) = "Y"
                   MOVE WS-APR-DATA(WS-APR-IDX) TO APR-ENCIN-RECORD
                   WRITE APR-ENCIN-RECORD
                   MOVE WS-APR-ID(WS-APR-IDX) TO WS-LOG-ID
                   MOVE WS-APR-DATA(WS-APR-IDX) TO WS-LOG-DATA
                   PERFORM WRITE-LOG THRU WRITE-LOG-EXIT
               END-IF
           END-PERFORM
           CLOSE APR-ENCIN-FILE

           DISPLAY "XFNAPPR: " WS-APR-RELEASE-COUNT " approved "
                   "change(s) released to XFNENCIN.DAT."
           .
       RELEASE-APPROVED-EXIT.
           EXIT
           .

      ******************************************************************
      * UNDO-RELEASE: Puts the changes this RELEASE marked back to    *
      *               APPROVED, for the closing save to rewrite, when *
      *               XFNENCIN.DAT could not be written after all.    *
      ******************************************************************
       UNDO-RELEASE.
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
             UNTIL WS-APR-IDX > WS-APR-COUNT
               IF WS-APR-SEND-SW(WS-APR-IDX) = "Y"
                   MOVE "A" TO WS-APR-STATE(WS-APR-IDX)
                   MOVE SPACES TO WS-APR-RELEASED(WS-APR-IDX)
                   MOVE "N" TO WS-APR-SEND-SW(WS-APR-IDX)
                   MOVE "Y" TO WS-APR-DIRTY-SW
               END-IF
           END-PERFORM
           .
       UNDO-RELEASE-EXIT.
           EXIT
           .

      ******************************************************************
      * QUEUE-REPORT: Writes XFNAPPR.RPT: every change PENDING or     *
      *               APPROVED and not yet released, with maker,      *
      *               checker, and age; anything pending more than a  *
      *               day is tagged STALE and grades RETURN-CODE 4.   *
      ******************************************************************
       QUEUE-REPORT.
           OPEN OUTPUT APR-RPT-FILE
           IF WS-APR-RPT-STATUS NOT = "00"
               DISPLAY "XFNAPPR: cannot open XFNAPPR.RPT (status "
                       WS-APR-RPT-STATUS ")."
               MOVE 12 TO RETURN-CODE
               GO TO QUEUE-REPORT-EXIT
           END-IF

           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
             UNTIL WS-APR-IDX > WS-APR-COUNT
               IF WS-APR-STATE(WS-APR-IDX) = "P"
                  OR WS-APR-STATE(WS-APR-IDX) = "A"
                   ADD 1 TO WS-AGE-LISTED
                   IF WS-APR-MADE-DATE(WS-APR-IDX) IS NUMERIC
                       COMPUTE WS-AGE-DAYS = WS-APR-RUN-INT
                           - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                               WS-APR-MADE-DATE(WS-APR-IDX)))
                   ELSE
                       MOVE 0 TO WS-AGE-DAYS
                   END-IF
                   MOVE WS-APR-ID(WS-APR-IDX) TO WS-SES-ID-D
                   MOVE WS-AGE-DAYS TO WS-SES-AGE-D
                   MOVE SPACES TO WS-APR-LINE
                   IF WS-APR-STATE(WS-APR-IDX) = "P"
                      AND WS-AGE-DAYS > 1
                       ADD 1 TO WS-AGE-STALE
                       STRING WS-SES-ID-D
                              " " WS-APR-STATE(WS-APR-IDX)
                              " " WS-APR-MADE-DATE(WS-APR-IDX)
                              " age " WS-SES-AGE-D "d"
                              " maker " WS-APR-MAKER(WS-APR-IDX)
                              " checker " WS-APR-CHECKER(WS-APR-IDX)
                              " [" WS-APR-DATA(WS-APR-IDX) "]"
                              " ** STALE **"
                           DELIMITED BY SIZE INTO WS-APR-LINE
                       END-STRING
                   ELSE
                       STRING WS-SES-ID-D
                              " " WS-APR-STATE(WS-APR-IDX)
                              " " WS-APR-MADE-DATE(WS-APR-IDX)
                              " age " WS-SES-AGE-D "d"
                              " maker " WS-APR-MAKER(WS-APR-IDX)
                              " checker " WS-APR-CHECKER(WS-APR-IDX)
                              " [" WS-APR-DATA(WS-APR-IDX) "]"
                           DELIMITED BY SIZE INTO WS-APR-LINE
                       END-STRING
                   END-IF
                   MOVE WS-APR-LINE TO APR-RPT-RECORD
                   WRITE APR-RPT-RECORD
                   DISPLAY WS-APR-LINE
               END-IF
           END-PERFORM
           CLOSE APR-RPT-FILE

           DISPLAY "XFNAPPR: " WS-AGE-LISTED " change(s) awaiting "
                   "approval or release, " WS-AGE-STALE
                   " pending more than a day (see XFNAPPR.RPT)."
           IF WS-AGE-STALE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       QUEUE-REPORT-EXIT.
           EXIT
           .

      ******************************************************************
      * WRITE-LOG: Appends one queue event to XFNAPPR.LOG: date,      *
      *            time, queue id, user id, event, record image, and  *
      *            any reason.                                        *
      ******************************************************************
       WRITE-LOG.
           ACCEPT WS-APR-RUN-TIME FROM TIME

           OPEN EXTEND APR-LOG-FILE
           IF WS-APR-LOG-STATUS NOT = "00"
      *        XFNAPPR.LOG does not exist yet; create it.
               OPEN OUTPUT APR-LOG-FILE
               IF WS-APR-LOG-STATUS NOT = "00"
                   DISPLAY "XFNAPPR: cannot open XFNAPPR.LOG "
                           "(status " WS-APR-LOG-STATUS ")."
                   MOVE 12 TO RETURN-CODE
                   GO TO WRITE-LOG-EXIT
               END-IF
           END-IF

           MOVE SPACES TO APR-LOG-RECORD
           MOVE WS-APR-RUN-DATE      TO APR-LOG-DATE
           MOVE WS-APR-RUN-TIME(1:6) TO APR-LOG-TIME
           MOVE WS-LOG-ID            TO APR-LOG-ID
           MOVE WS-APR-USER          TO APR-LOG-USER
           MOVE WS-LOG-EVENT         TO APR-LOG-EVENT
           MOVE WS-LOG-DATA          TO APR-LOG-DATA
           MOVE WS-LOG-TEXT          TO APR-LOG-TEXT
           WRITE APR-LOG-RECORD
           CLOSE APR-LOG-FILE
           .
       WRITE-LOG-EXIT.
           EXIT
           .
