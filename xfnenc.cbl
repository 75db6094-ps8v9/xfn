      * BYTE-TABLE lookup that FAST-XF4 and XFNLKUP's "BI2B" function
      * implement (via CALL "XFNLKUP"). Records that fail the found
      * check or name an unknown flag go to XFNENCREJ.DAT with a
      * reason instead of reaching the feed. XFNENCIN.DAT is written
      * by XFNAPPR RELEASE and holds only changes a second operator
      * has approved. Once XFNENCOUT.DAT has been written cleanly it
      * is emptied: the same changes are never sent twice, and
      * XFNAPPR will not release more while it still holds records.
      * An empty XFNENCIN.DAT on a rerun of the same business date
      * (XFNNIGHT rerunning an INCOMPLETE date) leaves the feed
      * already on XFNENCOUT.DAT alone instead of replacing it with
      * an empty one.
      *
      * Input records (XFNENCIN.DAT):
      *   "P" + key(10) + bit pattern(8)
      *       encode the 16-position pattern as a packed two-byte
      *       status word (each half through the byte table).
      * Output (XFNENCOUT.DAT) carries the same header/trailer
      * control totals as the inbound feed: "H" + run date +
      * business date, "D" +
      * key + byte + bits or "W" + key + word + bits(16), "T" +
      * detail count + hash total of the byte and word values.
      * Each run appends its control totals to XFNCTOT.DAT for
      * XFNBAL, under the business date on the XFNIN.DAT header (as
      * XFNNIGHT checks it; today's date when there is no feed): IN
      * is the XFNENCIN.DAT records read, OUT the details sent on
      * XFNENCOUT.DAT (with their trailer hash), REJECTED the records
      * written to XFNENCREJ.DAT. The input carries no common byte
      * value to hash, so only the counts are proved.
      * RETURN-CODE 4 when records were rejected or a rerun left the
      * feed as it was, 8 when XFNENCIN.DAT could not be emptied
      * after a good run, 12 when XFNENCIN.DAT is absent or
      * XFNENCOUT.DAT / XFNENCREJ.DAT cannot be opened or written
      * (XFNENCIN.DAT is then kept for a rerun).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ENC-REJ-FILE ASSIGN TO "XFNENCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENC-REJ-STATUS.
           SELECT ENC-CTOT-FILE ASSIGN TO "XFNCTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENC-CTOT-STATUS.
      *    Tonight's inbound feed, read only for its header date.
           SELECT ENC-FEED-FILE ASSIGN TO "XFNIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENC-FEED-STATUS.
      *    Same flag dictionary BATCH-MODE uses for its decode
      *    report; needed here to resolve flag names in "C" records.
           SELECT ENC-FLAG-DEF-FILE ASSIGN TO "XFNFLAGS.DAT"
               03  FILLER        PIC X(15).
           02  ENC-OUT-HDR REDEFINES ENC-OUT-DATA.
               03  ENC-OUT-RUN-DATE  PIC X(8).
               03  ENC-OUT-BUS-DATE  PIC X(8).
               03  FILLER            PIC X(15).

       FD  ENC-REJ-FILE.
       01  ENC-REJ-RECORD  PIC X(80).

       FD  ENC-CTOT-FILE.
      * This run's control totals for XFNBAL, via the shared copybook.
           COPY XFNCTOT
               REPLACING LEADING ==XFN-CTOT== BY ==ENC-CTOT==.

       FD  ENC-FEED-FILE.
      * XFNIN.DAT header layout, as XFN's BATCH-MODE reads it.
       01  ENC-FEED-RECORD.
           02  ENC-FEED-TYPE  PIC X.
               88  ENC-FEED-HEADER  VALUE "H".
           02  ENC-FEED-DATE  PIC X(8).
           02  FILLER         PIC X(25).

       FD  ENC-FLAG-DEF-FILE.
      * Two line formats, as BATCH-MODE reads them: positions 1-9 as
      * a single digit (the original layout), positions 10-16 as two
       01  WS-ENC-IN-STATUS    PIC X(2).
       01  WS-ENC-OUT-STATUS   PIC X(2).
       01  WS-ENC-REJ-STATUS   PIC X(2).
       01  WS-ENC-CTOT-STATUS  PIC X(2).
       01  WS-ENC-FEED-STATUS  PIC X(2).
       01  WS-FLAG-DEF-STATUS  PIC X(2).

       01  WS-ENC-EOF-SW       PIC X VALUE "N".
           88  WS-ENC-EOF           VALUE "Y".
       01  WS-ENC-RERUN-SW     PIC X VALUE "N".
           88  WS-ENC-RERUN         VALUE "Y".
       01  WS-ENC-OUT-ERRORS   BINARY-LONG VALUE 0.
       01  WS-ENC-READ-COUNT   BINARY-LONG VALUE 0.
       01  WS-ENC-OUT-COUNT    BINARY-LONG VALUE 0.
       01  WS-ENC-REJ-COUNT    BINARY-LONG VALUE 0.
       01  WS-ENC-HASH-TOTAL   PIC 9(9) VALUE 0.
       01  WS-ENC-RUN-DATE     PIC X(8).
       01  WS-ENC-BUS-DATE     PIC X(8).
       01  WS-ENC-RUN-TIME     PIC X(8).
       01  WS-ENC-REASON       PIC X(40).

      * Fields for the CALL "XFNLKUP" lookups, as in XFN's demo.

       PROCEDURE DIVISION.
           PERFORM LOAD-FLAG-DEFS THRU LOAD-FLAG-DEFS-EXIT
           ACCEPT WS-ENC-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT

           PERFORM CHECK-RERUN THRU CHECK-RERUN-EXIT
           IF WS-ENC-RERUN
               DISPLAY "XFNENC: XFNENCIN.DAT is empty and "
                       "XFNENCOUT.DAT already holds the feed for "
                       WS-ENC-BUS-DATE "; left as it is."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ENC-IN-FILE
           IF WS-ENC-IN-STATUS NOT = "00"
               GOBACK
           END-IF

           OPEN OUTPUT ENC-REJ-FILE
           IF WS-ENC-REJ-STATUS NOT = "00"
               DISPLAY "XFNENC: cannot open XFNENCREJ.DAT (status "
                       WS-ENC-REJ-STATUS "); XFNENCIN.DAT kept."
               CLOSE ENC-IN-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ENC-OUT-FILE
           IF WS-ENC-OUT-STATUS NOT = "00"
               DISPLAY "XFNENC: cannot open XFNENCOUT.DAT (status "
                       WS-ENC-OUT-STATUS "); XFNENCIN.DAT kept."
               CLOSE ENC-IN-FILE ENC-REJ-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO ENC-OUT-RECORD
           MOVE "H" TO ENC-OUT-TYPE
           MOVE WS-ENC-RUN-DATE TO ENC-OUT-RUN-DATE
           MOVE WS-ENC-BUS-DATE TO ENC-OUT-BUS-DATE
           WRITE ENC-OUT-RECORD
           IF WS-ENC-OUT-STATUS NOT = "00"
               ADD 1 TO WS-ENC-OUT-ERRORS
           END-IF

           PERFORM UNTIL WS-ENC-EOF
               READ ENC-IN-FILE
           MOVE WS-ENC-OUT-COUNT TO ENC-OUT-COUNT
           MOVE WS-ENC-HASH-TOTAL TO ENC-OUT-HASH
           WRITE ENC-OUT-RECORD
           IF WS-ENC-OUT-STATUS NOT = "00"
               ADD 1 TO WS-ENC-OUT-ERRORS
           END-IF

           CLOSE ENC-OUT-FILE
           IF WS-ENC-OUT-STATUS NOT = "00"
               ADD 1 TO WS-ENC-OUT-ERRORS
           END-IF
           CLOSE ENC-IN-FILE ENC-REJ-FILE
           IF WS-ENC-OUT-ERRORS > 0
               DISPLAY "XFNENC: XFNENCOUT.DAT was not written cleanly "
                       "(status " WS-ENC-OUT-STATUS "); XFNENCIN.DAT "
                       "kept for a rerun."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-CONTROL-TOTALS THRU WRITE-CONTROL-TOTALS-EXIT

      *    The released changes are on XFNENCOUT.DAT now; empty the
      *    input so they cannot go out again.
           OPEN OUTPUT ENC-IN-FILE
           IF WS-ENC-IN-STATUS NOT = "00"
               DISPLAY "XFNENC: cannot empty XFNENCIN.DAT (status "
                       WS-ENC-IN-STATUS "); empty it before XFNENC "
                       "runs again."
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE ENC-IN-FILE
           END-IF

           DISPLAY "XFNENC: read " WS-ENC-READ-COUNT
                   " record(s), encoded " WS-ENC-OUT-COUNT
                   " to XFNENCOUT.DAT, rejected " WS-ENC-REJ-COUNT
                   " to XFNENCREJ.DAT."
           IF WS-ENC-REJ-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           MOVE WS-ENC-WORD  TO ENC-OUT-WORD
           MOVE ENC-IN-WBITS TO ENC-OUT-WBITS
           WRITE ENC-OUT-RECORD
           IF WS-ENC-OUT-STATUS NOT = "00"
               ADD 1 TO WS-ENC-OUT-ERRORS
           END-IF
           ADD 1 TO WS-ENC-OUT-COUNT
           COMPUTE WS-ENC-HASH-TOTAL = FUNCTION MOD(
               WS-ENC-HASH-TOTAL + WS-ENC-WORD, 1000000000)
           MOVE WS-LKUP-BYTE TO ENC-OUT-BYTE
           MOVE WS-LKUP-BITS TO ENC-OUT-BITS
           WRITE ENC-OUT-RECORD
           IF WS-ENC-OUT-STATUS NOT = "00"
               ADD 1 TO WS-ENC-OUT-ERRORS
           END-IF
           ADD 1 TO WS-ENC-OUT-COUNT
           COMPUTE WS-ENC-HASH-TOTAL = FUNCTION MOD(
               WS-ENC-HASH-TOTAL + WS-LKUP-BYTE, 1000000000)
           EXIT
           .

      ******************************************************************
      * WRITE-CONTROL-TOTALS: Appends this run's IN / OUT / REJECTED  *
      *                       counts, and the outbound hash total, to *
      *                       XFNCTOT.DAT under the business date     *
      *                       from the XFNIN.DAT header (the run date *
      *                       when there is no feed), for XFNBAL to   *
      *                       prove.                                  *
      ******************************************************************
       WRITE-CONTROL-TOTALS.
           OPEN EXTEND ENC-CTOT-FILE
           IF WS-ENC-CTOT-STATUS NOT = "00"
      *        XFNCTOT.DAT does not exist yet; create it.
               OPEN OUTPUT ENC-CTOT-FILE
               IF WS-ENC-CTOT-STATUS NOT = "00"
                   DISPLAY "XFNENC: cannot open XFNCTOT.DAT (status "
                           WS-ENC-CTOT-STATUS ")."
                   GO TO WRITE-CONTROL-TOTALS-EXIT
               END-IF
           END-IF

           ACCEPT WS-ENC-RUN-TIME FROM TIME
           MOVE SPACES TO ENC-CTOT-RECORD
           MOVE WS-ENC-BUS-DATE      TO ENC-CTOT-DATE
           MOVE "XFNENC"             TO ENC-CTOT-STEP
           MOVE WS-ENC-RUN-DATE      TO ENC-CTOT-RUN-DATE
           MOVE WS-ENC-RUN-TIME(1:6) TO ENC-CTOT-RUN-TIME
           MOVE WS-ENC-READ-COUNT    TO ENC-CTOT-IN-COUNT
           MOVE 0                    TO ENC-CTOT-IN-HASH
           MOVE WS-ENC-OUT-COUNT     TO ENC-CTOT-OUT-COUNT
           MOVE WS-ENC-HASH-TOTAL    TO ENC-CTOT-OUT-HASH
           MOVE WS-ENC-REJ-COUNT     TO ENC-CTOT-REJ-COUNT
           MOVE 0                    TO ENC-CTOT-REJ-HASH
           MOVE 0                    TO ENC-CTOT-DROP-COUNT
           MOVE 0                    TO ENC-CTOT-DROP-HASH
           MOVE WS-ENC-OUT-COUNT     TO ENC-CTOT-WRITTEN
           MOVE WS-ENC-HASH-TOTAL    TO ENC-CTOT-WRITTEN-HASH
           MOVE "N"                  TO ENC-CTOT-HASH-SW
           WRITE ENC-CTOT-RECORD
           CLOSE ENC-CTOT-FILE
           .
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT
           .

      ******************************************************************
      * GET-BUSINESS-DATE: Takes the business date from the XFNIN.DAT *
      *                    header, the same date XFN files its        *
      *                    control totals under; the run date when    *
      *                    the feed or its header is missing.         *
      ******************************************************************
       GET-BUSINESS-DATE.
           MOVE WS-ENC-RUN-DATE TO WS-ENC-BUS-DATE
           OPEN INPUT ENC-FEED-FILE
           IF WS-ENC-FEED-STATUS NOT = "00"
               GO TO GET-BUSINESS-DATE-EXIT
           END-IF
           READ ENC-FEED-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ENC-FEED-HEADER
                      AND ENC-FEED-DATE IS NUMERIC
                       MOVE ENC-FEED-DATE TO WS-ENC-BUS-DATE
                   END-IF
           END-READ
           CLOSE ENC-FEED-FILE
           .
       GET-BUSINESS-DATE-EXIT.
           EXIT
           .

      ******************************************************************
      * CHECK-RERUN: Sets WS-ENC-RERUN when XFNENCIN.DAT is empty and *
      *              XFNENCOUT.DAT already holds details encoded for  *
      *              this business date - an earlier run has sent     *
      *              tonight's release and emptied the input, and a   *
      *              rerun must not replace that feed with an empty   *
      *              one.                                             *
      ******************************************************************
       CHECK-RERUN.
           MOVE "N" TO WS-ENC-RERUN-SW
           OPEN INPUT ENC-IN-FILE
           IF WS-ENC-IN-STATUS NOT = "00"
               GO TO CHECK-RERUN-EXIT
           END-IF
           READ ENC-IN-FILE
               AT END
                   MOVE "Y" TO WS-ENC-RERUN-SW
           END-READ
           CLOSE ENC-IN-FILE
           IF NOT WS-ENC-RERUN
               GO TO CHECK-RERUN-EXIT
           END-IF

           MOVE "N" TO WS-ENC-RERUN-SW
           OPEN INPUT ENC-OUT-FILE
           IF WS-ENC-OUT-STATUS NOT = "00"
               GO TO CHECK-RERUN-EXIT
           END-IF
           READ ENC-OUT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ENC-OUT-TYPE = "H"
                      AND ENC-OUT-BUS-DATE = WS-ENC-BUS-DATE
                       READ ENC-OUT-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF ENC-OUT-TYPE = "D"
                                  OR ENC-OUT-TYPE = "W"
                                   MOVE "Y" TO WS-ENC-RERUN-SW
                               END-IF
                       END-READ
                   END-IF
           END-READ
           CLOSE ENC-OUT-FILE
           .
       CHECK-RERUN-EXIT.
           EXIT
           .

      ******************************************************************
      * LOAD-FLAG-DEFS: Reads the optional XFNFLAGS.DAT dictionary    *
      *                 into WS-FLAG-TABLE, as BATCH-MODE does. When  *
