      * unknown flag or cannot be parsed is reported and skipped,
      * and the run ends with RETURN-CODE 4 so the bad rules file
      * gets fixed.
      *
      * Every run that reads XFNOUT.DAT appends its control totals to
      * XFNCTOT.DAT for XFNBAL, under the business date on the
      * XFNOUT.DAT header (the XFNIN.DAT feed date): IN is every
      * detail read, OUT the details that raised at least one alert,
      * REJECTED the undecoded details skipped, DROPPED the details
      * no rule fired on plus the "W" word details the byte-position
      * rules do not cover; the alerts raised (one per rule fired)
      * go in as the rows written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ALR-OUT-FILE ASSIGN TO "XFNALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALR-OUT-STATUS.
           SELECT ALR-CTOT-FILE ASSIGN TO "XFNCTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALR-CTOT-STATUS.
      *    Same flag dictionary BATCH-MODE uses for its decode
      *    report; maps the rule terms' flag names to positions.
           SELECT ALR-FLAG-DEF-FILE ASSIGN TO "XFNFLAGS.DAT"
           02  FILLER            PIC X.
           02  ALR-OUT-BITS      PIC X(8).

       FD  ALR-CTOT-FILE.
      * This run's control totals for XFNBAL, via the shared copybook.
           COPY XFNCTOT
               REPLACING LEADING ==XFN-CTOT== BY ==ALR-CTOT==.

       FD  ALR-FLAG-DEF-FILE.
      * Only the single-digit byte positions 1-8 matter here; the
      * two-digit word-position lines (10-16) the dictionary may now
       01  WS-ALR-CUR-STATUS   PIC X(2).
       01  WS-ALR-RULE-STATUS  PIC X(2).
       01  WS-ALR-OUT-STATUS   PIC X(2).
       01  WS-ALR-CTOT-STATUS  PIC X(2).
       01  WS-FLAG-DEF-STATUS  PIC X(2).
       01  WS-ALR-EOF-SW       PIC X.
           88  WS-ALR-EOF           VALUE "Y".
       01  WS-ALR-BAD-COUNT    BINARY-LONG VALUE 0.
       01  WS-ALR-ALERT-COUNT  BINARY-LONG VALUE 0.

      * Control totals for XFNCTOT.DAT; WS-ALR-VALUE is the current
      * detail's byte or word value, rolled into the hash of the
      * bucket the detail ends up in.
       01  WS-ALR-HIT-SW       PIC X.
           88  WS-ALR-HIT           VALUE "Y".
       01  WS-ALR-BUS-DATE     PIC X(8) VALUE SPACES.
       01  WS-ALR-RUN-DATE     PIC X(8).
       01  WS-ALR-RUN-TIME     PIC X(8).
       01  WS-ALR-VALUE        BINARY-LONG.
       01  WS-ALR-IN-HASH      PIC 9(9) VALUE 0.
       01  WS-ALR-HIT-COUNT    BINARY-LONG VALUE 0.
       01  WS-ALR-HIT-HASH     PIC 9(9) VALUE 0.
       01  WS-ALR-BAD-HASH     PIC 9(9) VALUE 0.
       01  WS-ALR-DROP-COUNT   BINARY-LONG VALUE 0.
       01  WS-ALR-DROP-HASH    PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-FLAG-DEFS THRU LOAD-FLAG-DEFS-EXIT
           IF NOT WS-FLAG-DEFS-LOADED
                   AT END
                       MOVE "Y" TO WS-ALR-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ALR-CUR-HEADER
                               MOVE ALR-CUR-BUS-DATE
                                 TO WS-ALR-BUS-DATE
                           WHEN ALR-CUR-DETAIL
                               ADD 1 TO WS-ALR-READ-COUNT
                               MOVE 0 TO WS-ALR-VALUE
                               IF ALR-CUR-BYTE IS NUMERIC
                                   MOVE ALR-CUR-BYTE TO WS-ALR-VALUE
                               END-IF
                               COMPUTE WS-ALR-IN-HASH = FUNCTION MOD(
                                   WS-ALR-IN-HASH + WS-ALR-VALUE,
                                   1000000000)
                               PERFORM EVALUATE-DETAIL
                                  THRU EVALUATE-DETAIL-EXIT
                           WHEN ALR-CUR-WORD-DTL
                               ADD 1 TO WS-ALR-READ-COUNT
                               ADD 1 TO WS-ALR-DROP-COUNT
                               MOVE 0 TO WS-ALR-VALUE
                               IF ALR-CUR-WORD IS NUMERIC
                                   MOVE ALR-CUR-WORD TO WS-ALR-VALUE
                               END-IF
                               COMPUTE WS-ALR-IN-HASH = FUNCTION MOD(
                                   WS-ALR-IN-HASH + WS-ALR-VALUE,
                                   1000000000)
                               COMPUTE WS-ALR-DROP-HASH = FUNCTION MOD(
                                   WS-ALR-DROP-HASH + WS-ALR-VALUE,
                                   1000000000)
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE ALR-CUR-FILE ALR-OUT-FILE
           PERFORM WRITE-CONTROL-TOTALS THRU WRITE-CONTROL-TOTALS-EXIT

           DISPLAY "XFNALERT: " WS-ALR-READ-COUNT " detail(s) "
                   "evaluated against " WS-RULE-COUNT " rule(s); "
       EVALUATE-DETAIL.
           IF ALR-CUR-BITS = "????????"
               ADD 1 TO WS-ALR-BAD-COUNT
               COMPUTE WS-ALR-BAD-HASH = FUNCTION MOD(
                   WS-ALR-BAD-HASH + WS-ALR-VALUE, 1000000000)
               GO TO EVALUATE-DETAIL-EXIT
           END-IF

           MOVE "N" TO WS-ALR-HIT-SW

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
             UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE "Y" TO WS-RULE-FIRED-SW

               IF WS-RULE-FIRED
                   ADD 1 TO WS-ALR-ALERT-COUNT
                   MOVE "Y" TO WS-ALR-HIT-SW
                   MOVE SPACES TO ALR-OUT-RECORD
                   MOVE ALR-CUR-KEY TO ALR-OUT-KEY
                   MOVE WS-RULE-NAME(WS-RULE-IDX) TO ALR-OUT-RULE
                   WRITE ALR-OUT-RECORD
               END-IF
           END-PERFORM

           IF WS-ALR-HIT
               ADD 1 TO WS-ALR-HIT-COUNT
               COMPUTE WS-ALR-HIT-HASH = FUNCTION MOD(
                   WS-ALR-HIT-HASH + WS-ALR-VALUE, 1000000000)
           ELSE
               ADD 1 TO WS-ALR-DROP-COUNT
               COMPUTE WS-ALR-DROP-HASH = FUNCTION MOD(
                   WS-ALR-DROP-HASH + WS-ALR-VALUE, 1000000000)
           END-IF
           .
       EVALUATE-DETAIL-EXIT.
           EXIT
       LOAD-FLAG-DEFS-EXIT.
           EXIT
           .

      ******************************************************************
      * WRITE-CONTROL-TOTALS: Appends this run's IN / OUT / REJECTED /*
      *                       DROPPED counts and hash totals, and the *
      *                       alerts raised, to XFNCTOT.DAT under the *
      *                       business date XFN carried on the        *
      *                       XFNOUT.DAT header (today's date when    *
      *                       the header is missing), for XFNBAL to   *
      *                       prove.                                  *
      ******************************************************************
       WRITE-CONTROL-TOTALS.
           OPEN EXTEND ALR-CTOT-FILE
           IF WS-ALR-CTOT-STATUS NOT = "00"
      *        XFNCTOT.DAT does not exist yet; create it.
               OPEN OUTPUT ALR-CTOT-FILE
               IF WS-ALR-CTOT-STATUS NOT = "00"
                   DISPLAY "XFNALERT: cannot open XFNCTOT.DAT (status "
                           WS-ALR-CTOT-STATUS ")."
                   GO TO WRITE-CONTROL-TOTALS-EXIT
               END-IF
           END-IF

           ACCEPT WS-ALR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ALR-RUN-TIME FROM TIME
           IF WS-ALR-BUS-DATE = SPACES
               MOVE WS-ALR-RUN-DATE TO WS-ALR-BUS-DATE
           END-IF
           MOVE SPACES TO ALR-CTOT-RECORD
           MOVE WS-ALR-BUS-DATE      TO ALR-CTOT-DATE
           MOVE "XFNALERT"           TO ALR-CTOT-STEP
           MOVE WS-ALR-RUN-DATE      TO ALR-CTOT-RUN-DATE
           MOVE WS-ALR-RUN-TIME(1:6) TO ALR-CTOT-RUN-TIME
           MOVE WS-ALR-READ-COUNT    TO ALR-CTOT-IN-COUNT
           MOVE WS-ALR-IN-HASH       TO ALR-CTOT-IN-HASH
           MOVE WS-ALR-HIT-COUNT     TO ALR-CTOT-OUT-COUNT
           MOVE WS-ALR-HIT-HASH      TO ALR-CTOT-OUT-HASH
           MOVE WS-ALR-BAD-COUNT     TO ALR-CTOT-REJ-COUNT
           MOVE WS-ALR-BAD-HASH      TO ALR-CTOT-REJ-HASH
           MOVE WS-ALR-DROP-COUNT    TO ALR-CTOT-DROP-COUNT
           MOVE WS-ALR-DROP-HASH     TO ALR-CTOT-DROP-HASH
           MOVE WS-ALR-ALERT-COUNT   TO ALR-CTOT-WRITTEN
           MOVE 0                    TO ALR-CTOT-WRITTEN-HASH
           MOVE "Y"                  TO ALR-CTOT-HASH-SW
           WRITE ALR-CTOT-RECORD
           CLOSE ALR-CTOT-FILE
           .
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT
           .
