      * pattern failed to decode ("????????") are skipped and counted
      * rather than written into the history. XFNHINQ reads the
      * result back by key.
      *
      * Every run appends its control totals to XFNCTOT.DAT for
      * XFNBAL, under the business date on the XFNOUT.DAT header
      * (the XFNIN.DAT feed date): IN is every detail read, OUT the
      * history rows added, REJECTED the undecoded details skipped,
      * and DROPPED the details whose pattern matched the latest on
      * file plus the "W" word details, which the byte-pattern
      * history does not carry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HST-MST-FILE ASSIGN TO "XFNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-MST-STATUS.
           SELECT HST-CTOT-FILE ASSIGN TO "XFNCTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-CTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * History master rows, via the shared copybook.
           COPY XFNHREC.

       FD  HST-CTOT-FILE.
      * This run's control totals for XFNBAL, via the shared copybook.
           COPY XFNCTOT
               REPLACING LEADING ==XFN-CTOT== BY ==HST-CTOT==.

       WORKING-STORAGE SECTION.
       01  WS-HST-CUR-STATUS  PIC X(2).
       01  WS-HST-MST-STATUS  PIC X(2).
       01  WS-HST-CTOT-STATUS PIC X(2).
       01  WS-HST-EOF-SW      PIC X.
           88  WS-HST-EOF          VALUE "Y".

       01  WS-HST-ADDED-COUNT   BINARY-LONG VALUE 0.
       01  WS-HST-SAME-COUNT    BINARY-LONG VALUE 0.
       01  WS-HST-BAD-COUNT     BINARY-LONG VALUE 0.
       01  WS-HST-WORD-COUNT    BINARY-LONG VALUE 0.

      * Control totals for XFNCTOT.DAT; WS-HST-VALUE is the current
      * detail's byte or word value, rolled into the hash of the
      * bucket the detail ends up in.
       01  WS-HST-BUS-DATE      PIC X(8) VALUE SPACES.
       01  WS-HST-RUN-DATE      PIC X(8).
       01  WS-HST-RUN-TIME      PIC X(8).
       01  WS-HST-VALUE         BINARY-LONG.
       01  WS-HST-IN-HASH       PIC 9(9) VALUE 0.
       01  WS-HST-ADDED-HASH    PIC 9(9) VALUE 0.
       01  WS-HST-BAD-HASH      PIC 9(9) VALUE 0.
       01  WS-HST-DROP-HASH     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
           OPEN INPUT HST-CUR-FILE
                   AT END
                       MOVE "Y" TO WS-HST-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN HST-CUR-HEADER
                               MOVE HST-CUR-BUS-DATE
                                 TO WS-HST-BUS-DATE
                           WHEN HST-CUR-DETAIL
                               ADD 1 TO WS-HST-READ-COUNT
                               MOVE 0 TO WS-HST-VALUE
                               IF HST-CUR-BYTE IS NUMERIC
                                   MOVE HST-CUR-BYTE TO WS-HST-VALUE
                               END-IF
                               COMPUTE WS-HST-IN-HASH = FUNCTION MOD(
                                   WS-HST-IN-HASH + WS-HST-VALUE,
                                   1000000000)
                               PERFORM APPLY-DETAIL
                                  THRU APPLY-DETAIL-EXIT
                           WHEN HST-CUR-WORD-DTL
                               ADD 1 TO WS-HST-READ-COUNT
                               ADD 1 TO WS-HST-WORD-COUNT
                               MOVE 0 TO WS-HST-VALUE
                               IF HST-CUR-WORD IS NUMERIC
                                   MOVE HST-CUR-WORD TO WS-HST-VALUE
                               END-IF
                               COMPUTE WS-HST-IN-HASH = FUNCTION MOD(
                                   WS-HST-IN-HASH + WS-HST-VALUE,
                                   1000000000)
                               COMPUTE WS-HST-DROP-HASH = FUNCTION MOD(
                                   WS-HST-DROP-HASH + WS-HST-VALUE,
                                   1000000000)
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE HST-CUR-FILE HST-MST-FILE
           PERFORM WRITE-CONTROL-TOTALS THRU WRITE-CONTROL-TOTALS-EXIT

           DISPLAY "XFNHIST: " WS-HST-READ-COUNT " detail(s) read, "
                   WS-HST-ADDED-COUNT " change(s) applied to "
                   "XFNHIST.DAT, " WS-HST-SAME-COUNT " unchanged, "
                   WS-HST-BAD-COUNT " undecoded skipped, "
                   WS-HST-WORD-COUNT " word detail(s) not tracked."
           IF WS-HST-BAD-COUNT > 0 OR WS-MST-LOST > 0
               MOVE 4 TO RETURN-CODE
           END-IF
       APPLY-DETAIL.
           IF HST-CUR-BITS = "????????"
               ADD 1 TO WS-HST-BAD-COUNT
               COMPUTE WS-HST-BAD-HASH = FUNCTION MOD(
                   WS-HST-BAD-HASH + WS-HST-VALUE, 1000000000)
               GO TO APPLY-DETAIL-EXIT
           END-IF

           IF WS-MST-HIT > 0
              AND WS-MST-BITS(WS-MST-HIT) = HST-CUR-BITS
               ADD 1 TO WS-HST-SAME-COUNT
               COMPUTE WS-HST-DROP-HASH = FUNCTION MOD(
                   WS-HST-DROP-HASH + WS-HST-VALUE, 1000000000)
               GO TO APPLY-DETAIL-EXIT
           END-IF

           MOVE HST-CUR-BITS         TO XFN-HIST-BITS
           WRITE XFN-HIST-RECORD
           ADD 1 TO WS-HST-ADDED-COUNT
           COMPUTE WS-HST-ADDED-HASH = FUNCTION MOD(
               WS-HST-ADDED-HASH + WS-HST-VALUE, 1000000000)
           .
       APPLY-DETAIL-EXIT.
           EXIT
           .

      ******************************************************************
      * WRITE-CONTROL-TOTALS: Appends this run's IN / OUT / REJECTED /*
      *                       DROPPED counts and hash totals to       *
      *                       XFNCTOT.DAT under the business date XFN *
      *                       carried on the XFNOUT.DAT header        *
      *                       (today's date when the header is        *
      *                       missing), for XFNBAL to prove.          *
      ******************************************************************
       WRITE-CONTROL-TOTALS.
           OPEN EXTEND HST-CTOT-FILE
           IF WS-HST-CTOT-STATUS NOT = "00"
      *        XFNCTOT.DAT does not exist yet; create it.
               OPEN OUTPUT HST-CTOT-FILE
               IF WS-HST-CTOT-STATUS NOT = "00"
                   DISPLAY "XFNHIST: cannot open XFNCTOT.DAT (status "
                           WS-HST-CTOT-STATUS ")."
                   GO TO WRITE-CONTROL-TOTALS-EXIT
               END-IF
           END-IF

           ACCEPT WS-HST-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-HST-RUN-TIME FROM TIME
           IF WS-HST-BUS-DATE = SPACES
               MOVE WS-HST-RUN-DATE TO WS-HST-BUS-DATE
           END-IF
           MOVE SPACES TO HST-CTOT-RECORD
           MOVE WS-HST-BUS-DATE      TO HST-CTOT-DATE
           MOVE "XFNHIST"            TO HST-CTOT-STEP
           MOVE WS-HST-RUN-DATE      TO HST-CTOT-RUN-DATE
           MOVE WS-HST-RUN-TIME(1:6) TO HST-CTOT-RUN-TIME
           MOVE WS-HST-READ-COUNT    TO HST-CTOT-IN-COUNT
           MOVE WS-HST-IN-HASH       TO HST-CTOT-IN-HASH
           MOVE WS-HST-ADDED-COUNT   TO HST-CTOT-OUT-COUNT
           MOVE WS-HST-ADDED-HASH    TO HST-CTOT-OUT-HASH
           MOVE WS-HST-BAD-COUNT     TO HST-CTOT-REJ-COUNT
           MOVE WS-HST-BAD-HASH      TO HST-CTOT-REJ-HASH
           COMPUTE HST-CTOT-DROP-COUNT =
               WS-HST-SAME-COUNT + WS-HST-WORD-COUNT
           MOVE WS-HST-DROP-HASH     TO HST-CTOT-DROP-HASH
           MOVE WS-HST-ADDED-COUNT   TO HST-CTOT-WRITTEN
           MOVE WS-HST-ADDED-HASH    TO HST-CTOT-WRITTEN-HASH
           MOVE "Y"                  TO HST-CTOT-HASH-SW
           WRITE HST-CTOT-RECORD
           CLOSE HST-CTOT-FILE
           .
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT
           .
