      * the job then ends with RETURN-CODE 4. A source file that is
      * simply absent is noted and skipped. RETURN-CODE 12 means no
      * input file yielded any details at all.
      *
      * Every run appends its control totals to XFNCTOT.DAT for
      * XFNBAL: IN is every detail read from the source files, OUT
      * the details written to XFNIN.DAT, REJECTED the details of
      * the files set aside, and DROPPED the duplicates superseded
      * by a later-stamped record for the same key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MRG-RPT-FILE ASSIGN TO "XFNMERGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRG-RPT-STATUS.
           SELECT MRG-CTOT-FILE ASSIGN TO "XFNCTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRG-CTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MRG-RPT-FILE.
       01  MRG-RPT-RECORD  PIC X(80).

       FD  MRG-CTOT-FILE.
      * This run's control totals for XFNBAL, via the shared copybook.
           COPY XFNCTOT
               REPLACING LEADING ==XFN-CTOT== BY ==MRG-CTOT==.

       WORKING-STORAGE SECTION.
       01  WS-MRG-IN-NAME     PIC X(12).
       01  WS-MRG-IN-STATUS   PIC X(2).
       01  WS-MRG-OUT-STATUS  PIC X(2).
       01  WS-MRG-RPT-STATUS  PIC X(2).
       01  WS-MRG-CTOT-STATUS PIC X(2).
       01  WS-MRG-EOF-SW      PIC X.
           88  WS-MRG-EOF          VALUE "Y".

       01  WS-CON-DUP-KEPT    BINARY-LONG VALUE 0.
       01  WS-CON-DUP-DROPPED BINARY-LONG VALUE 0.

      * Control totals for XFNCTOT.DAT. OUT is WS-CON-COUNT and
      * WS-MRG-HASH-TOTAL; DROPPED counts WS-CON-DUP-DROPPED. Details
      * lost to a full consolidated table fall in none of the
      * buckets, so XFNBAL shows them as out of balance.
       01  WS-MRG-IN-COUNT    BINARY-LONG VALUE 0.
       01  WS-MRG-IN-HASH     PIC 9(9) VALUE 0.
       01  WS-MRG-REJ-COUNT   BINARY-LONG VALUE 0.
       01  WS-MRG-REJ-HASH    PIC 9(9) VALUE 0.
       01  WS-MRG-DROP-HASH   PIC 9(9) VALUE 0.
       01  WS-MRG-RUN-TIME    PIC X(8).
       01  WS-DROP-ENTRY.
           02  WS-DROP-KEY     PIC X(10).
           02  WS-DROP-SOURCE  PIC X(4).
           02  WS-DROP-TSTAMP  PIC X(14).
           02  WS-DROP-TYPE    PIC X.
           02  WS-DROP-BYTE    PIC 9(3).
           02  WS-DROP-WORD    PIC 9(5).

       01  WS-MRG-RUN-DATE    PIC X(8).
       01  WS-MRG-HASH-TOTAL  PIC 9(9) VALUE 0.
       01  WS-MRG-FILES-OK    BINARY-LONG VALUE 0.
               CLOSE MRG-RPT-FILE
               DISPLAY "XFNMERGE: no accepted details from any "
                       "source file; XFNIN.DAT not written."
               PERFORM WRITE-CONTROL-TOTALS
                  THRU WRITE-CONTROL-TOTALS-EXIT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           CLOSE MRG-RPT-FILE
           PERFORM WRITE-CONTROL-TOTALS THRU WRITE-CONTROL-TOTALS-EXIT

           DISPLAY "XFNMERGE: " WS-MRG-FILES-OK " file(s) accepted, "
                   WS-MRG-FILES-BAD " set aside, "
               END-READ
           END-PERFORM
           CLOSE MRG-IN-FILE
           ADD WS-FILE-DTL-COUNT TO WS-MRG-IN-COUNT
           COMPUTE WS-MRG-IN-HASH = FUNCTION MOD(
               WS-MRG-IN-HASH + WS-FILE-HASH-TOTAL, 1000000000)

           IF NOT WS-FILE-REJECTED
               EVALUATE TRUE

           IF WS-FILE-REJECTED
               ADD 1 TO WS-MRG-FILES-BAD
               ADD WS-FILE-DTL-COUNT TO WS-MRG-REJ-COUNT
               COMPUTE WS-MRG-REJ-HASH = FUNCTION MOD(
                   WS-MRG-REJ-HASH + WS-FILE-HASH-TOTAL, 1000000000)
               MOVE SPACES TO WS-MRG-LINE
               STRING "REJECTED " WS-MRG-IN-NAME " : "
                      FUNCTION TRIM(WS-FILE-REASON)
      *        accepting part of a validated file would break its
      *        own control totals, so set it aside too.
               ADD 1 TO WS-MRG-FILES-BAD
               ADD WS-FILE-DTL-COUNT TO WS-MRG-REJ-COUNT
               COMPUTE WS-MRG-REJ-HASH = FUNCTION MOD(
                   WS-MRG-REJ-HASH + WS-FILE-HASH-TOTAL, 1000000000)
               MOVE SPACES TO WS-MRG-LINE
               STRING "REJECTED " WS-MRG-IN-NAME
                      " : more details than the holding table allows"
           IF WS-TMP-TSTAMP(WS-TMP-IDX)
              > WS-CON-TSTAMP(WS-CON-HIT)
               ADD 1 TO WS-CON-DUP-DROPPED
               MOVE WS-CON-ENTRY(WS-CON-HIT) TO WS-DROP-ENTRY
               PERFORM NOTE-DROPPED-HASH THRU NOTE-DROPPED-HASH-EXIT
               MOVE SPACES TO WS-MRG-LINE
               STRING "DUPKEY   " WS-TMP-KEY(WS-TMP-IDX)
                      " " WS-CON-SOURCE(WS-CON-HIT)
                 TO WS-CON-ENTRY(WS-CON-HIT)
           ELSE
               ADD 1 TO WS-CON-DUP-DROPPED
               MOVE WS-TMP-ENTRY(WS-TMP-IDX) TO WS-DROP-ENTRY
               PERFORM NOTE-DROPPED-HASH THRU NOTE-DROPPED-HASH-EXIT
               MOVE SPACES TO WS-MRG-LINE
               STRING "DUPKEY   " WS-TMP-KEY(WS-TMP-IDX)
                      " " WS-TMP-SOURCE(WS-TMP-IDX)
           EXIT
           .

      ******************************************************************
      * NOTE-DROPPED-HASH: Rolls the flag byte or status word of the  *
      *                    superseded detail in WS-DROP-ENTRY into    *
      *                    the DROPPED hash total.                    *
      ******************************************************************
       NOTE-DROPPED-HASH.
           IF WS-DROP-TYPE = "W"
               IF WS-DROP-WORD IS NUMERIC
                   COMPUTE WS-MRG-DROP-HASH = FUNCTION MOD(
                       WS-MRG-DROP-HASH + WS-DROP-WORD, 1000000000)
               END-IF
           ELSE
               IF WS-DROP-BYTE IS NUMERIC
                   COMPUTE WS-MRG-DROP-HASH = FUNCTION MOD(
                       WS-MRG-DROP-HASH + WS-DROP-BYTE, 1000000000)
               END-IF
           END-IF
           .
       NOTE-DROPPED-HASH-EXIT.
           EXIT
           .

      ******************************************************************
      * WRITE-CONSOLIDATED: Writes the consolidated XFNIN.DAT: "H"    *
      *                     with the run date, the deduplicated       *
       PUT-RPT-LINE-EXIT.
           EXIT
           .

      ******************************************************************
      * WRITE-CONTROL-TOTALS: Appends this run's IN / OUT / REJECTED /*
      *                       DROPPED counts and hash totals to       *
      *                       XFNCTOT.DAT under the date stamped on   *
      *                       XFNIN.DAT, for XFNBAL to prove.         *
      ******************************************************************
       WRITE-CONTROL-TOTALS.
           OPEN EXTEND MRG-CTOT-FILE
           IF WS-MRG-CTOT-STATUS NOT = "00"
      *        XFNCTOT.DAT does not exist yet; create it.
               OPEN OUTPUT MRG-CTOT-FILE
               IF WS-MRG-CTOT-STATUS NOT = "00"
                   DISPLAY "XFNMERGE: cannot open XFNCTOT.DAT (status "
                           WS-MRG-CTOT-STATUS ")."
                   GO TO WRITE-CONTROL-TOTALS-EXIT
               END-IF
           END-IF

           ACCEPT WS-MRG-RUN-TIME FROM TIME
           MOVE SPACES TO MRG-CTOT-RECORD
           MOVE WS-MRG-RUN-DATE      TO MRG-CTOT-DATE
           MOVE "XFNMERGE"           TO MRG-CTOT-STEP
           MOVE WS-MRG-RUN-DATE      TO MRG-CTOT-RUN-DATE
           MOVE WS-MRG-RUN-TIME(1:6) TO MRG-CTOT-RUN-TIME
           MOVE WS-MRG-IN-COUNT      TO MRG-CTOT-IN-COUNT
           MOVE WS-MRG-IN-HASH       TO MRG-CTOT-IN-HASH
           MOVE WS-CON-COUNT         TO MRG-CTOT-OUT-COUNT
           MOVE WS-MRG-HASH-TOTAL    TO MRG-CTOT-OUT-HASH
           MOVE WS-MRG-REJ-COUNT     TO MRG-CTOT-REJ-COUNT
           MOVE WS-MRG-REJ-HASH      TO MRG-CTOT-REJ-HASH
           MOVE WS-CON-DUP-DROPPED   TO MRG-CTOT-DROP-COUNT
           MOVE WS-MRG-DROP-HASH     TO MRG-CTOT-DROP-HASH
           MOVE WS-CON-COUNT         TO MRG-CTOT-WRITTEN
           MOVE WS-MRG-HASH-TOTAL    TO MRG-CTOT-WRITTEN-HASH
           MOVE "Y"                  TO MRG-CTOT-HASH-SW
           WRITE MRG-CTOT-RECORD
           CLOSE MRG-CTOT-FILE
           .
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT
           .
