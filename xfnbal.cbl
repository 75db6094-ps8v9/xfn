       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFNBAL.
      * End-to-end balancing of the nightly chain for one business
      * date. Each job checks only its own totals - XFNMERGE the
      * source trailers, XFN the XFNIN.DAT trailer - so nothing used
      * to prove that every detail that went in at the front came
      * out somewhere at the back. Now every step appends its control
      * totals to XFNCTOT.DAT (layout in the XFNCTOT copybook) as it
      * runs, and this job collects them for the date and proves:
      *
      *   each step    IN = OUT + REJECTED + DROPPED, on the detail
      *                counts and on the hash totals of the detail
      *                byte and word values (XFNENC's input carries
      *                no byte values, so it is proved on counts):
      *                  XFNMERGE  source feed details read = details
      *                            to XFNIN.DAT + details of feeds set
      *                            aside + duplicates superseded
      *                  XFN       XFNIN.DAT details = decoded to
      *                            XFNOUT.DAT + undecodable, logged
      *                            to XFNDISC.LOG
      *                  XFNHIST   XFNOUT.DAT details = history rows
      *                            added + undecoded skipped +
      *                            unchanged or word details
      *                  XFNALERT  XFNOUT.DAT details = details that
      *                            raised an alert + undecoded
      *                            skipped + details no rule fired on
      *                  XFNENC    XFNENCIN.DAT records = details sent
      *                            on XFNENCOUT.DAT + XFNENCREJ.DAT
      *   each hand-off  what a step wrote = what the next step read
      *                XFNMERGE -> XFN (XFNIN.DAT), XFN -> XFNHIST and
      *                XFN -> XFNALERT (XFNOUT.DAT), count and hash.
      *
      * A step rerun for the date is proved on its latest record. A
      * detail a step lost without accounting for it (a full table,
      * a crash between write and total) leaves the step out of
      * balance. The proof is printed to XFNBAL.RPT, one page, and
      * kept in the dated balancing ledger XFNBAL.DAT - one line per
      * step and hand-off with the counts, hash totals, and result;
      * re-balancing a date replaces that date's lines.
      *
      * Run as:  XFNBAL [yyyymmdd]     (default today)
      *
      * RETURN-CODE 8 when any step or hand-off is out of balance,
      * 4 when the date is missing a step (NOT RUN), a hand-off
      * cannot be proved, or XFNCTOT.DAT has an unreadable record,
      * 12 when there is no XFNCTOT.DAT or no record for the date at
      * all, or the report cannot be written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAL-CTOT-FILE ASSIGN TO "XFNCTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-CTOT-STATUS.
           SELECT BAL-LED-FILE ASSIGN TO "XFNBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-LED-STATUS.
           SELECT BAL-RPT-FILE ASSIGN TO "XFNBAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAL-CTOT-FILE.
      * The steps' control totals, via the shared copybook.
           COPY XFNCTOT
               REPLACING LEADING ==XFN-CTOT== BY ==BAL-CTOT==.

       FD  BAL-LED-FILE.
      * One ledger line per step or hand-off per business date.
       01  BAL-LED-RECORD.
           02  BAL-LED-DATE         PIC X(8).
           02  FILLER               PIC X.
           02  BAL-LED-ITEM         PIC X(16).
           02  FILLER               PIC X.
           02  BAL-LED-IN-COUNT     PIC 9(7).
           02  FILLER               PIC X.
           02  BAL-LED-IN-HASH      PIC 9(9).
           02  FILLER               PIC X.
           02  BAL-LED-OUT-COUNT    PIC 9(7).
           02  FILLER               PIC X.
           02  BAL-LED-OUT-HASH     PIC 9(9).
           02  FILLER               PIC X.
           02  BAL-LED-REJ-COUNT    PIC 9(7).
           02  FILLER               PIC X.
           02  BAL-LED-REJ-HASH     PIC 9(9).
           02  FILLER               PIC X.
           02  BAL-LED-DROP-COUNT   PIC 9(7).
           02  FILLER               PIC X.
           02  BAL-LED-DROP-HASH    PIC 9(9).
           02  FILLER               PIC X.
           02  BAL-LED-RESULT       PIC X(14).
           02  FILLER               PIC X.
           02  BAL-LED-PROVED-DATE  PIC X(8).
           02  BAL-LED-PROVED-TIME  PIC X(6).

       FD  BAL-RPT-FILE.
       01  BAL-RPT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BAL-CTOT-STATUS  PIC X(2).
       01  WS-BAL-LED-STATUS   PIC X(2).
       01  WS-BAL-RPT-STATUS   PIC X(2).
       01  WS-BAL-EOF-SW       PIC X.
           88  WS-BAL-EOF           VALUE "Y".

       01  WS-BAL-CMD-LINE     PIC X(20).
       01  WS-BAL-DATE         PIC X(8).
       01  WS-BAL-RUN-DATE     PIC X(8).
       01  WS-BAL-RUN-TIME     PIC X(8).
       01  WS-BAL-CTOT-READ    BINARY-LONG VALUE 0.
       01  WS-BAL-CTOT-USED    BINARY-LONG VALUE 0.
       01  WS-BAL-CTOT-BAD     BINARY-LONG VALUE 0.
       01  WS-BAL-OUT-OF-BAL   BINARY-LONG VALUE 0.
       01  WS-BAL-NOT-PROVED   BINARY-LONG VALUE 0.

      * The chain's steps in running order, with the file each one
      * writes for the next.
       01  WS-STEP-COUNT       BINARY-LONG VALUE 5.
       01  WS-STEP-VALUES.
           02  FILLER  PIC X(21) VALUE "XFNMERGEXFNIN.DAT".
           02  FILLER  PIC X(21) VALUE "XFN     XFNOUT.DAT".
           02  FILLER  PIC X(21) VALUE "XFNHIST XFNHIST.DAT".
           02  FILLER  PIC X(21) VALUE "XFNALERTXFNALERT.DAT".
           02  FILLER  PIC X(21) VALUE "XFNENC  XFNENCOUT.DAT".
       01  WS-STEP-NAMES REDEFINES WS-STEP-VALUES.
           02  WS-STEP-NAME-ENTRY  OCCURS 5 TIMES.
               03  WS-STEP-NAME    PIC X(8).
               03  WS-STEP-FILE    PIC X(13).
       01  WS-STEP-IDX         BINARY-LONG.
       01  WS-STEP-HIT         BINARY-LONG.

      * The latest control totals recorded for each step on the date.
       01  WS-STP-TABLE.
           02  WS-STP-ENTRY  OCCURS 5 TIMES.
               03  WS-STP-RUNS          BINARY-LONG.
               03  WS-STP-RUN-DATE      PIC X(8).
               03  WS-STP-RUN-TIME      PIC X(6).
               03  WS-STP-IN-COUNT      PIC 9(7).
               03  WS-STP-IN-HASH       PIC 9(9).
               03  WS-STP-OUT-COUNT     PIC 9(7).
               03  WS-STP-OUT-HASH      PIC 9(9).
               03  WS-STP-REJ-COUNT     PIC 9(7).
               03  WS-STP-REJ-HASH      PIC 9(9).
               03  WS-STP-DROP-COUNT    PIC 9(7).
               03  WS-STP-DROP-HASH     PIC 9(9).
               03  WS-STP-WRITTEN       PIC 9(7).
               03  WS-STP-WRITTEN-HASH  PIC 9(9).
               03  WS-STP-HASH-SW       PIC X.
               03  WS-STP-RESULT        PIC X(14).

      * The hand-offs proved: what step FROM wrote must be what step
      * TO read.
       01  WS-HOF-COUNT        BINARY-LONG VALUE 3.
       01  WS-HOF-VALUES.
           02  FILLER  PIC X(44)
                   VALUE "12XFNMERGE>XFN    XFNMERGE OUT -> XFN IN".
           02  FILLER  PIC X(44)
                   VALUE "23XFN>XFNHIST     XFN OUT -> XFNHIST IN".
           02  FILLER  PIC X(44)
                   VALUE "24XFN>XFNALERT    XFN OUT -> XFNALERT IN".
       01  WS-HOF-TABLE REDEFINES WS-HOF-VALUES.
           02  WS-HOF-ENTRY  OCCURS 3 TIMES.
               03  WS-HOF-FROM   PIC 9.
               03  WS-HOF-TO     PIC 9.
               03  WS-HOF-ITEM   PIC X(16).
               03  WS-HOF-DESC   PIC X(26).
       01  WS-HOF-IDX          BINARY-LONG.
       01  WS-HOF-RESULT       PIC X(14).

      * Proof arithmetic.
       01  WS-SUM-COUNT        BINARY-LONG.
       01  WS-SUM-HASH         PIC 9(9).
       01  WS-COUNT-OK-SW      PIC X.
           88  WS-COUNT-OK          VALUE "Y".
       01  WS-HASH-OK-SW       PIC X.
           88  WS-HASH-OK           VALUE "Y".

      * The balancing ledger, loaded so the date's old lines can be
      * replaced; rewritten only when every line was held.
       01  WS-LED-MAX          BINARY-LONG VALUE 5000.
       01  WS-LED-COUNT        BINARY-LONG VALUE 0.
       01  WS-LED-LOST         BINARY-LONG VALUE 0.
       01  WS-LED-TABLE.
           02  WS-LED-LINE  PIC X(127) OCCURS 5000 TIMES.
       01  WS-LED-IDX          BINARY-LONG.

      * Report lines.
       01  WS-BAL-LINE         PIC X(80).
       01  WS-PRF-LINE.
           02  WS-PRF-STEP      PIC X(8).
           02  FILLER           PIC X(2).
           02  WS-PRF-ITEM      PIC X(5).
           02  FILLER           PIC X.
           02  WS-PRF-IN        PIC Z(8)9.
           02  WS-PRF-EQ        PIC X(3).
           02  WS-PRF-OUT       PIC Z(8)9.
           02  WS-PRF-PLUS-1    PIC X(3).
           02  WS-PRF-REJ       PIC Z(8)9.
           02  WS-PRF-PLUS-2    PIC X(3).
           02  WS-PRF-DROP      PIC Z(8)9.
           02  FILLER           PIC X(2).
           02  WS-PRF-RESULT    PIC X(14).
       01  WS-HOF-LINE.
           02  WS-HOFL-TAG      PIC X(10).
           02  WS-HOFL-DESC     PIC X(26).
           02  WS-HOFL-ITEM     PIC X(5).
           02  FILLER           PIC X VALUE SPACE.
           02  WS-HOFL-FROM     PIC Z(8)9.
           02  FILLER           PIC X(3) VALUE " = ".
           02  WS-HOFL-TO       PIC Z(8)9.
           02  FILLER           PIC X(2) VALUE SPACES.
           02  WS-HOFL-RESULT   PIC X(14).
       01  WS-BAL-CNT-D        PIC ZZZZZZ9.
       01  WS-BAL-CNT-2-D      PIC ZZZZZZ9.
       01  WS-BAL-PTR          BINARY-LONG.

       PROCEDURE DIVISION.
           ACCEPT WS-BAL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BAL-RUN-TIME FROM TIME
           ACCEPT WS-BAL-CMD-LINE FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-BAL-CMD-LINE) TO WS-BAL-CMD-LINE
           IF WS-BAL-CMD-LINE = SPACES
               MOVE WS-BAL-RUN-DATE TO WS-BAL-DATE
           ELSE
               IF WS-BAL-CMD-LINE(1:8) IS NUMERIC
                  AND WS-BAL-CMD-LINE(9:) = SPACES
                  AND FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(WS-BAL-CMD-LINE(1:8))) = 0
                   MOVE WS-BAL-CMD-LINE(1:8) TO WS-BAL-DATE
               ELSE
                   DISPLAY "XFNBAL: business date must be a valid "
                           "YYYYMMDD, "
                           "not " FUNCTION TRIM(WS-BAL-CMD-LINE) "."
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM LOAD-CONTROL-TOTALS THRU LOAD-CONTROL-TOTALS-EXIT
           IF WS-BAL-CTOT-STATUS NOT = "00"
              AND WS-BAL-CTOT-STATUS NOT = "10"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-BAL-CTOT-USED = 0
               DISPLAY "XFNBAL: no control totals in XFNCTOT.DAT for "
                       WS-BAL-DATE "; nothing to balance."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT BAL-RPT-FILE
           IF WS-BAL-RPT-STATUS NOT = "00"
               DISPLAY "XFNBAL: cannot open XFNBAL.RPT (status "
                       WS-BAL-RPT-STATUS ")."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-LEDGER THRU LOAD-LEDGER-EXIT

           MOVE SPACES TO WS-BAL-LINE
           STRING "XFN NIGHTLY BALANCING PROOF - BUSINESS DATE "
                  WS-BAL-DATE "   (proved " WS-BAL-RUN-DATE " "
                  WS-BAL-RUN-TIME(1:4) ")"
               DELIMITED BY SIZE INTO WS-BAL-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE SPACES TO WS-BAL-LINE
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE SPACES TO WS-BAL-LINE
           STRING "STEP      ITEM         IN =       OUT +  "
                  "REJECTED +   DROPPED  RESULT"
               DELIMITED BY SIZE INTO WS-BAL-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM PROVE-STEP THRU PROVE-STEP-EXIT
           END-PERFORM

           MOVE SPACES TO WS-BAL-LINE
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           PERFORM VARYING WS-HOF-IDX FROM 1 BY 1
             UNTIL WS-HOF-IDX > WS-HOF-COUNT
               PERFORM PROVE-HAND-OFF THRU PROVE-HAND-OFF-EXIT
           END-PERFORM

           MOVE SPACES TO WS-BAL-LINE
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE SPACES TO WS-BAL-LINE
           EVALUATE TRUE
               WHEN WS-BAL-OUT-OF-BAL > 0
                   MOVE WS-BAL-OUT-OF-BAL TO WS-BAL-CNT-D
                   STRING "RESULT    " WS-BAL-DATE
                          " OUT OF BALANCE - " WS-BAL-CNT-D
                          " line(s) do not prove"
                       DELIMITED BY SIZE INTO WS-BAL-LINE
                   END-STRING
               WHEN WS-BAL-NOT-PROVED > 0
                   MOVE WS-BAL-NOT-PROVED TO WS-BAL-CNT-D
                   STRING "RESULT    " WS-BAL-DATE
                          " INCOMPLETE - what ran balances, "
                          WS-BAL-CNT-D " line(s) not proved"
                       DELIMITED BY SIZE INTO WS-BAL-LINE
                   END-STRING
               WHEN OTHER
                   STRING "RESULT    " WS-BAL-DATE
                          " BALANCED - every step and hand-off proves"
                       DELIMITED BY SIZE INTO WS-BAL-LINE
                   END-STRING
           END-EVALUATE
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           IF WS-BAL-CTOT-BAD > 0
               MOVE WS-BAL-CTOT-BAD TO WS-BAL-CNT-D
               MOVE SPACES TO WS-BAL-LINE
               STRING "WARNING   " WS-BAL-CNT-D
                      " XFNCTOT.DAT record(s) unreadable and ignored"
                   DELIMITED BY SIZE INTO WS-BAL-LINE
               END-STRING
               PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           END-IF
           CLOSE BAL-RPT-FILE

           PERFORM SAVE-LEDGER THRU SAVE-LEDGER-EXIT

           EVALUATE TRUE
               WHEN WS-BAL-OUT-OF-BAL > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BAL-NOT-PROVED > 0 OR WS-BAL-CTOT-BAD > 0
                 OR WS-LED-LOST > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

      ******************************************************************
      * LOAD-CONTROL-TOTALS: Reads XFNCTOT.DAT and keeps, for each    *
      *                      step, the last record for the business   *
      *                      date (the file is appended in run order, *
      *                      so the last one is the latest rerun).    *
      ******************************************************************
       LOAD-CONTROL-TOTALS.
           INITIALIZE WS-STP-TABLE
           OPEN INPUT BAL-CTOT-FILE
           IF WS-BAL-CTOT-STATUS NOT = "00"
               DISPLAY "XFNBAL: XFNCTOT.DAT not found (status "
                       WS-BAL-CTOT-STATUS "); no step has recorded "
                       "control totals."
               GO TO LOAD-CONTROL-TOTALS-EXIT
           END-IF

           MOVE "N" TO WS-BAL-EOF-SW
           PERFORM UNTIL WS-BAL-EOF
               READ BAL-CTOT-FILE
                   AT END
                       MOVE "Y" TO WS-BAL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-BAL-CTOT-READ
                       IF BAL-CTOT-DATE = WS-BAL-DATE
                           PERFORM NOTE-CONTROL-RECORD
                              THRU NOTE-CONTROL-RECORD-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BAL-CTOT-FILE
           MOVE "00" TO WS-BAL-CTOT-STATUS
           .
       LOAD-CONTROL-TOTALS-EXIT.
           EXIT
           .

      ******************************************************************
      * NOTE-CONTROL-RECORD: Files one XFNCTOT.DAT record for the date*
      *                      under its step, replacing any earlier    *
      *                      run's totals. A record for an unknown    *
      *                      step or with non-numeric totals is       *
      *                      counted as unreadable.                   *
      ******************************************************************
       NOTE-CONTROL-RECORD.
           MOVE 0 TO WS-STEP-HIT
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT OR WS-STEP-HIT > 0
               IF WS-STEP-NAME(WS-STEP-IDX) = BAL-CTOT-STEP
                   MOVE WS-STEP-IDX TO WS-STEP-HIT
               END-IF
           END-PERFORM

           IF WS-STEP-HIT = 0
              OR BAL-CTOT-IN-COUNT IS NOT NUMERIC
              OR BAL-CTOT-IN-HASH IS NOT NUMERIC
              OR BAL-CTOT-OUT-COUNT IS NOT NUMERIC
              OR BAL-CTOT-OUT-HASH IS NOT NUMERIC
              OR BAL-CTOT-REJ-COUNT IS NOT NUMERIC
              OR BAL-CTOT-REJ-HASH IS NOT NUMERIC
              OR BAL-CTOT-DROP-COUNT IS NOT NUMERIC
              OR BAL-CTOT-DROP-HASH IS NOT NUMERIC
              OR BAL-CTOT-WRITTEN IS NOT NUMERIC
              OR BAL-CTOT-WRITTEN-HASH IS NOT NUMERIC
               ADD 1 TO WS-BAL-CTOT-BAD
               GO TO NOTE-CONTROL-RECORD-EXIT
           END-IF

           ADD 1 TO WS-BAL-CTOT-USED
           ADD 1 TO WS-STP-RUNS(WS-STEP-HIT)
           MOVE BAL-CTOT-RUN-DATE   TO WS-STP-RUN-DATE(WS-STEP-HIT)
           MOVE BAL-CTOT-RUN-TIME   TO WS-STP-RUN-TIME(WS-STEP-HIT)
           MOVE BAL-CTOT-IN-COUNT   TO WS-STP-IN-COUNT(WS-STEP-HIT)
           MOVE BAL-CTOT-IN-HASH    TO WS-STP-IN-HASH(WS-STEP-HIT)
           MOVE BAL-CTOT-OUT-COUNT  TO WS-STP-OUT-COUNT(WS-STEP-HIT)
           MOVE BAL-CTOT-OUT-HASH   TO WS-STP-OUT-HASH(WS-STEP-HIT)
           MOVE BAL-CTOT-REJ-COUNT  TO WS-STP-REJ-COUNT(WS-STEP-HIT)
           MOVE BAL-CTOT-REJ-HASH   TO WS-STP-REJ-HASH(WS-STEP-HIT)
           MOVE BAL-CTOT-DROP-COUNT TO WS-STP-DROP-COUNT(WS-STEP-HIT)
           MOVE BAL-CTOT-DROP-HASH  TO WS-STP-DROP-HASH(WS-STEP-HIT)
           MOVE BAL-CTOT-WRITTEN    TO WS-STP-WRITTEN(WS-STEP-HIT)
           MOVE BAL-CTOT-WRITTEN-HASH
             TO WS-STP-WRITTEN-HASH(WS-STEP-HIT)
           MOVE BAL-CTOT-HASH-SW    TO WS-STP-HASH-SW(WS-STEP-HIT)
           .
       NOTE-CONTROL-RECORD-EXIT.
           EXIT
           .

      ******************************************************************
      * PROVE-STEP: Prints the IN = OUT + REJECTED + DROPPED proof of *
      *             the step at WS-STEP-IDX - counts, then hash       *
      *             totals when the step carries them - with the rows *
      *             it wrote for the next step, and adds the step's   *
      *             line to the ledger. A step with no record for the *
      *             date is NOT RUN.                                  *
      ******************************************************************
       PROVE-STEP.
           IF WS-STP-RUNS(WS-STEP-IDX) = 0
               MOVE "NOT RUN" TO WS-STP-RESULT(WS-STEP-IDX)
               ADD 1 TO WS-BAL-NOT-PROVED
               MOVE SPACES TO WS-BAL-LINE
               STRING WS-STEP-NAME(WS-STEP-IDX)
                      "  NOT RUN - no control totals recorded for "
                      WS-BAL-DATE
                   DELIMITED BY SIZE INTO WS-BAL-LINE
               END-STRING
               PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
               MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-HOF-RESULT
               PERFORM ADD-STEP-LEDGER-LINE
                  THRU ADD-STEP-LEDGER-LINE-EXIT
               GO TO PROVE-STEP-EXIT
           END-IF

           COMPUTE WS-SUM-COUNT = WS-STP-OUT-COUNT(WS-STEP-IDX)
                                + WS-STP-REJ-COUNT(WS-STEP-IDX)
                                + WS-STP-DROP-COUNT(WS-STEP-IDX)
           IF WS-SUM-COUNT = WS-STP-IN-COUNT(WS-STEP-IDX)
               MOVE "Y" TO WS-COUNT-OK-SW
           ELSE
               MOVE "N" TO WS-COUNT-OK-SW
           END-IF
           COMPUTE WS-SUM-HASH = FUNCTION MOD(
               WS-STP-OUT-HASH(WS-STEP-IDX)
               + WS-STP-REJ-HASH(WS-STEP-IDX)
               + WS-STP-DROP-HASH(WS-STEP-IDX), 1000000000)
           IF WS-STP-HASH-SW(WS-STEP-IDX) NOT = "Y"
              OR WS-SUM-HASH = WS-STP-IN-HASH(WS-STEP-IDX)
               MOVE "Y" TO WS-HASH-OK-SW
           ELSE
               MOVE "N" TO WS-HASH-OK-SW
           END-IF

           MOVE SPACES TO WS-PRF-LINE
           MOVE WS-STEP-NAME(WS-STEP-IDX)   TO WS-PRF-STEP
           MOVE "COUNT"                     TO WS-PRF-ITEM
           MOVE WS-STP-IN-COUNT(WS-STEP-IDX)   TO WS-PRF-IN
           MOVE WS-STP-OUT-COUNT(WS-STEP-IDX)  TO WS-PRF-OUT
           MOVE WS-STP-REJ-COUNT(WS-STEP-IDX)  TO WS-PRF-REJ
           MOVE WS-STP-DROP-COUNT(WS-STEP-IDX) TO WS-PRF-DROP
           MOVE " = " TO WS-PRF-EQ
           MOVE " + " TO WS-PRF-PLUS-1
           MOVE " + " TO WS-PRF-PLUS-2
           IF WS-COUNT-OK
               MOVE "BALANCED" TO WS-PRF-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-PRF-RESULT
               ADD 1 TO WS-BAL-OUT-OF-BAL
           END-IF
           MOVE WS-PRF-LINE TO WS-BAL-LINE
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT

           MOVE SPACES TO WS-PRF-LINE
           MOVE "HASH" TO WS-PRF-ITEM
           IF WS-STP-HASH-SW(WS-STEP-IDX) = "Y"
               MOVE WS-STP-IN-HASH(WS-STEP-IDX)   TO WS-PRF-IN
               MOVE WS-STP-OUT-HASH(WS-STEP-IDX)  TO WS-PRF-OUT
               MOVE WS-STP-REJ-HASH(WS-STEP-IDX)  TO WS-PRF-REJ
               MOVE WS-STP-DROP-HASH(WS-STEP-IDX) TO WS-PRF-DROP
               MOVE " = " TO WS-PRF-EQ
               MOVE " + " TO WS-PRF-PLUS-1
               MOVE " + " TO WS-PRF-PLUS-2
               IF WS-HASH-OK
                   MOVE "BALANCED" TO WS-PRF-RESULT
               ELSE
                   MOVE "OUT OF BALANCE" TO WS-PRF-RESULT
                   ADD 1 TO WS-BAL-OUT-OF-BAL
               END-IF
               MOVE WS-PRF-LINE TO WS-BAL-LINE
           ELSE
               MOVE SPACES TO WS-BAL-LINE
               STRING "          HASH  input carries no byte values;"
                      " proved on counts only"
                   DELIMITED BY SIZE INTO WS-BAL-LINE
               END-STRING
           END-IF
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT

           MOVE WS-STP-WRITTEN(WS-STEP-IDX) TO WS-BAL-CNT-D
           MOVE SPACES TO WS-BAL-LINE
           STRING "          WROTE " WS-BAL-CNT-D " row(s) to "
                  WS-STEP-FILE(WS-STEP-IDX)
               DELIMITED BY SIZE INTO WS-BAL-LINE
           END-STRING
           IF WS-STP-RUNS(WS-STEP-IDX) > 1
               MOVE WS-STP-RUNS(WS-STEP-IDX) TO WS-BAL-CNT-2-D
               MOVE 47 TO WS-BAL-PTR
               STRING "(" FUNCTION TRIM(WS-BAL-CNT-2-D)
                      " runs, latest at "
                      WS-STP-RUN-TIME(WS-STEP-IDX)(1:4) " proved)"
                   DELIMITED BY SIZE INTO WS-BAL-LINE
                   WITH POINTER WS-BAL-PTR
               END-STRING
           END-IF
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT

           IF WS-COUNT-OK AND WS-HASH-OK
               MOVE "BALANCED" TO WS-STP-RESULT(WS-STEP-IDX)
           ELSE
               MOVE "OUT OF BALANCE" TO WS-STP-RESULT(WS-STEP-IDX)
           END-IF
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-HOF-RESULT
           PERFORM ADD-STEP-LEDGER-LINE THRU ADD-STEP-LEDGER-LINE-EXIT
           .
       PROVE-STEP-EXIT.
           EXIT
           .

      ******************************************************************
      * PROVE-HAND-OFF: Proves the hand-off at WS-HOF-IDX: the rows   *
      *                 and hash total the upstream step wrote must   *
      *                 be exactly what the downstream step read. Not *
      *                 proved when either step did not run.          *
      ******************************************************************
       PROVE-HAND-OFF.
           MOVE WS-HOF-FROM(WS-HOF-IDX) TO WS-STEP-IDX
           MOVE WS-HOF-TO(WS-HOF-IDX) TO WS-STEP-HIT

           MOVE SPACES TO BAL-LED-RECORD
           MOVE WS-BAL-DATE             TO BAL-LED-DATE
           MOVE WS-HOF-ITEM(WS-HOF-IDX) TO BAL-LED-ITEM
           MOVE 0 TO BAL-LED-IN-COUNT BAL-LED-IN-HASH
                     BAL-LED-OUT-COUNT BAL-LED-OUT-HASH
                     BAL-LED-REJ-COUNT BAL-LED-REJ-HASH
                     BAL-LED-DROP-COUNT BAL-LED-DROP-HASH

           IF WS-STP-RUNS(WS-STEP-IDX) = 0
              OR WS-STP-RUNS(WS-STEP-HIT) = 0
               ADD 1 TO WS-BAL-NOT-PROVED
               MOVE SPACES TO WS-BAL-LINE
               STRING "HAND-OFF  " WS-HOF-DESC(WS-HOF-IDX)
                      "NOT PROVED - a step did not run"
                   DELIMITED BY SIZE INTO WS-BAL-LINE
               END-STRING
               PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
               MOVE "NOT PROVED" TO BAL-LED-RESULT
               PERFORM ADD-LEDGER-LINE THRU ADD-LEDGER-LINE-EXIT
               GO TO PROVE-HAND-OFF-EXIT
           END-IF

           MOVE WS-STP-WRITTEN(WS-STEP-IDX)      TO BAL-LED-IN-COUNT
           MOVE WS-STP-WRITTEN-HASH(WS-STEP-IDX) TO BAL-LED-IN-HASH
           MOVE WS-STP-IN-COUNT(WS-STEP-HIT)     TO BAL-LED-OUT-COUNT
           MOVE WS-STP-IN-HASH(WS-STEP-HIT)      TO BAL-LED-OUT-HASH
           MOVE "BALANCED" TO BAL-LED-RESULT

           MOVE "HAND-OFF" TO WS-HOFL-TAG
           MOVE WS-HOF-DESC(WS-HOF-IDX) TO WS-HOFL-DESC
           MOVE "COUNT" TO WS-HOFL-ITEM
           MOVE WS-STP-WRITTEN(WS-STEP-IDX) TO WS-HOFL-FROM
           MOVE WS-STP-IN-COUNT(WS-STEP-HIT) TO WS-HOFL-TO
           IF WS-STP-WRITTEN(WS-STEP-IDX)
              = WS-STP-IN-COUNT(WS-STEP-HIT)
               MOVE "BALANCED" TO WS-HOFL-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-HOFL-RESULT
               MOVE "OUT OF BALANCE" TO BAL-LED-RESULT
               ADD 1 TO WS-BAL-OUT-OF-BAL
           END-IF
           MOVE WS-HOF-LINE TO WS-BAL-LINE
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT

           MOVE SPACES TO WS-HOFL-TAG WS-HOFL-DESC
           MOVE "HASH" TO WS-HOFL-ITEM
           MOVE WS-STP-WRITTEN-HASH(WS-STEP-IDX) TO WS-HOFL-FROM
           MOVE WS-STP-IN-HASH(WS-STEP-HIT) TO WS-HOFL-TO
           IF WS-STP-WRITTEN-HASH(WS-STEP-IDX)
              = WS-STP-IN-HASH(WS-STEP-HIT)
               MOVE "BALANCED" TO WS-HOFL-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-HOFL-RESULT
               MOVE "OUT OF BALANCE" TO BAL-LED-RESULT
               ADD 1 TO WS-BAL-OUT-OF-BAL
           END-IF
           MOVE WS-HOF-LINE TO WS-BAL-LINE
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT

           PERFORM ADD-LEDGER-LINE THRU ADD-LEDGER-LINE-EXIT
           .
       PROVE-HAND-OFF-EXIT.
           EXIT
           .

      ******************************************************************
      * ADD-STEP-LEDGER-LINE: Builds the ledger line for the step at  *
      *                       WS-STEP-IDX (named in WS-HOF-RESULT)    *
      *                       from its totals and result.             *
      ******************************************************************
       ADD-STEP-LEDGER-LINE.
           MOVE SPACES TO BAL-LED-RECORD
           MOVE WS-BAL-DATE   TO BAL-LED-DATE
           MOVE WS-HOF-RESULT TO BAL-LED-ITEM
           MOVE WS-STP-IN-COUNT(WS-STEP-IDX)   TO BAL-LED-IN-COUNT
           MOVE WS-STP-IN-HASH(WS-STEP-IDX)    TO BAL-LED-IN-HASH
           MOVE WS-STP-OUT-COUNT(WS-STEP-IDX)  TO BAL-LED-OUT-COUNT
           MOVE WS-STP-OUT-HASH(WS-STEP-IDX)   TO BAL-LED-OUT-HASH
           MOVE WS-STP-REJ-COUNT(WS-STEP-IDX)  TO BAL-LED-REJ-COUNT
           MOVE WS-STP-REJ-HASH(WS-STEP-IDX)   TO BAL-LED-REJ-HASH
           MOVE WS-STP-DROP-COUNT(WS-STEP-IDX) TO BAL-LED-DROP-COUNT
           MOVE WS-STP-DROP-HASH(WS-STEP-IDX)  TO BAL-LED-DROP-HASH
           MOVE WS-STP-RESULT(WS-STEP-IDX)     TO BAL-LED-RESULT
           PERFORM ADD-LEDGER-LINE THRU ADD-LEDGER-LINE-EXIT
           .
       ADD-STEP-LEDGER-LINE-EXIT.
           EXIT
           .

      ******************************************************************
      * LOAD-LEDGER: Loads XFNBAL.DAT, leaving out the business date  *
      *              lines already there so this proof replaces       *
      *              them. A missing ledger is fine (first run).      *
      ******************************************************************
       LOAD-LEDGER.
           OPEN INPUT BAL-LED-FILE
           IF WS-BAL-LED-STATUS NOT = "00"
               GO TO LOAD-LEDGER-EXIT
           END-IF

           MOVE "N" TO WS-BAL-EOF-SW
           PERFORM UNTIL WS-BAL-EOF
               READ BAL-LED-FILE
                   AT END
                       MOVE "Y" TO WS-BAL-EOF-SW
                   NOT AT END
                       IF BAL-LED-DATE NOT = WS-BAL-DATE
                           IF WS-LED-COUNT < WS-LED-MAX
                               ADD 1 TO WS-LED-COUNT
                               MOVE BAL-LED-RECORD
                                 TO WS-LED-LINE(WS-LED-COUNT)
                           ELSE
                               ADD 1 TO WS-LED-LOST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BAL-LED-FILE
           .
       LOAD-LEDGER-EXIT.
           EXIT
           .

      ******************************************************************
      * ADD-LEDGER-LINE: Stamps BAL-LED-RECORD with the time it       *
      *                  was proved and adds it to the ledger.        *
      ******************************************************************
       ADD-LEDGER-LINE.
           MOVE WS-BAL-RUN-DATE      TO BAL-LED-PROVED-DATE
           MOVE WS-BAL-RUN-TIME(1:6) TO BAL-LED-PROVED-TIME
           IF WS-LED-COUNT < WS-LED-MAX
               ADD 1 TO WS-LED-COUNT
               MOVE BAL-LED-RECORD TO WS-LED-LINE(WS-LED-COUNT)
           ELSE
               ADD 1 TO WS-LED-LOST
           END-IF
           .
       ADD-LEDGER-LINE-EXIT.
           EXIT
           .

      ******************************************************************
      * SAVE-LEDGER: Rewrites XFNBAL.DAT from the in-memory ledger -  *
      *              unless lines did not fit, in which case the file *
      *              is left as it was rather than truncated.         *
      ******************************************************************
       SAVE-LEDGER.
           IF WS-LED-LOST > 0
               DISPLAY "XFNBAL: XFNBAL.DAT holds more than "
                       WS-LED-MAX " lines; ledger not rewritten - "
                       "archive old dates and rerun."
               GO TO SAVE-LEDGER-EXIT
           END-IF

           OPEN OUTPUT BAL-LED-FILE
           IF WS-BAL-LED-STATUS NOT = "00"
               DISPLAY "XFNBAL: cannot rewrite XFNBAL.DAT (status "
                       WS-BAL-LED-STATUS ")."
               ADD 1 TO WS-LED-LOST
               GO TO SAVE-LEDGER-EXIT
           END-IF
           PERFORM VARYING WS-LED-IDX FROM 1 BY 1
             UNTIL WS-LED-IDX > WS-LED-COUNT
               MOVE WS-LED-LINE(WS-LED-IDX) TO BAL-LED-RECORD
               WRITE BAL-LED-RECORD
           END-PERFORM
           CLOSE BAL-LED-FILE
           .
       SAVE-LEDGER-EXIT.
           EXIT
           .

      ******************************************************************
      * PUT-RPT-LINE: Writes WS-BAL-LINE to the report file and       *
      *               echoes it to the terminal.                      *
      ******************************************************************
       PUT-RPT-LINE.
           MOVE WS-BAL-LINE TO BAL-RPT-RECORD
           WRITE BAL-RPT-RECORD
           DISPLAY WS-BAL-LINE
           .
       PUT-RPT-LINE-EXIT.
           EXIT
           .
