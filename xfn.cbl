           SELECT XFN-BATCH-OUT-FILE ASSIGN TO "XFNOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-OUT-STATUS.
      *    Human-readable decode report written alongside XFNOUT.DAT
      *    when the flag dictionary is present: one line per input
      *    byte listing the names of the flags that are set.
           SELECT XFN-STATS-FILE ASSIGN TO "XFNSTATS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
      *    Control totals for the balancing job: one record per
      *    batch-mode run, appended to the file every nightly step
      *    shares.
           SELECT XFN-CTOT-FILE ASSIGN TO "XFNCTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTOT-STATUS.
      *    Encoding-definition and control files for the table
      *    loader, shared with XFNLKUP via this copybook.
           COPY XFNTABS.
      * XFNOUT.DAT back, via this copybook.
           COPY XFNBROUT.

       FD  XFN-DECODE-RPT-FILE.
       01  XFN-DECODE-RPT-RECORD  PIC X(100).

       FD  XFN-STATS-FILE.
       01  XFN-STATS-RECORD  PIC X(80).

       FD  XFN-CTOT-FILE.
           COPY XFNCTOT.

      * FDs for the encoding-table loader, shared with XFNLKUP.
           COPY XFNTABF.

       01  WS-BATCH-WRITE-COUNT   BINARY-LONG VALUE 0.
       01  WS-BATCH-ERROR-COUNT   BINARY-LONG VALUE 0.

      * Control totals for XFNCTOT.DAT: IN is every detail read from
      * XFNIN.DAT, REJECTED the details logged to XFNDISC.LOG as not
      * decodable (they still reach XFNOUT.DAT as "????????" so the
      * trailer balances, and the later steps reject them again),
      * OUT the rest. A rejected feed puts every detail read under
      * REJECTED.
       01  WS-CTOT-STATUS         PIC X(2).
       01  WS-BATCH-UNDEC-COUNT   BINARY-LONG VALUE 0.
       01  WS-BATCH-UNDEC-HASH    PIC 9(9) VALUE 0.
       01  WS-CTOT-RUN-TIME       PIC X(8).

      * Working storage for the per-run flag statistics summary:
      * how many valid details had each bit position set, and how
      * often each flag-byte value occurred.

      * Working storage for the header/trailer control-total check.
      * The hash total is the sum of the detail flag bytes, kept
      * modulo 10**9 to match the 9-digit trailer field. The
      * business date is the XFNIN.DAT header date; the control
      * totals are filed under it and XFNOUT.DAT carries it on to
      * the later steps.
       01  WS-BATCH-RUN-DATE    PIC X(8).
       01  WS-BATCH-BUS-DATE    PIC X(8).
       01  WS-BATCH-HDR-SW      PIC X VALUE "N".
           88  WS-BATCH-HDR-SEEN     VALUE "Y".
       01  WS-BATCH-TRL-SW      PIC X VALUE "N".
       01  WS-BATCH-HASH-TRL-D  PIC ZZZZZZZZ9.

      * Working storage for the flag dictionary and decode report.
      * The dictionary is effective-dated and read through CALL
      * "XFNFVER" (XFNFLAGV.DAT, or XFNFLAGS.DAT before the first
      * dated version): each detail's flags are named by the version
      * in force on the detail's own date, the date part of its
      * timestamp. Position 1 is the leftmost (most-significant)
      * character of the bit pattern; positions 1-8 cover byte
      * details, 9-16 only exist in the 16-position patterns of "W"
      * word details.
       01  WS-DECODE-RPT-STATUS PIC X(2).
       01  WS-FLAG-DEFS-SW      PIC X VALUE "N".
           88  WS-FLAG-DEFS-LOADED   VALUE "Y".
       01  WS-FLAG-FUNCTION PIC X(4).
       01  WS-FLAG-DATE     PIC X(8).
       01  WS-FLAG-VERSION  PIC X(8).
       01  WS-FLAG-VER-OK   PIC X.
       01  WS-FLAG-LIST     PIC X(80).
      * Pattern and position limit BUILD-FLAG-NAMES works from: the
      * first 8 positions for a byte detail, all 16 for a word.
       01  WS-FLAG-BITS     PIC X(16).
       01  WS-FLAG-LIM      BINARY-LONG.
       01  WS-RPT-LINE.
           02  WS-RPT-KEY         PIC X(10).
           02  FILLER             PIC X(6) VALUE " byte ".
           MOVE 0 TO WS-BATCH-WRITE-COUNT
           MOVE 0 TO WS-BATCH-ERROR-COUNT
           MOVE 0 TO WS-BATCH-HASH-TOTAL
           MOVE 0 TO WS-BATCH-UNDEC-COUNT
           MOVE 0 TO WS-BATCH-UNDEC-HASH
           MOVE 0 TO WS-STATS-VALID
           PERFORM VARYING WS-STATS-POS FROM 1 BY 1
             UNTIL WS-STATS-POS > 8
           END-PERFORM

           ACCEPT WS-BATCH-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-BATCH-RUN-DATE TO WS-BATCH-BUS-DATE

           PERFORM UNTIL WS-BATCH-EOF OR WS-BATCH-REJECTED
               READ XFN-BATCH-IN-FILE
                                      THRU BATCH-REJECT-EXIT
                               ELSE
                                   MOVE "Y" TO WS-BATCH-HDR-SW
                                   PERFORM BATCH-HEADER
                                      THRU BATCH-HEADER-EXIT
                               END-IF
                           WHEN NOT WS-BATCH-HDR-SEEN
                               MOVE "missing header record"
               END-IF
               PERFORM WRITE-BATCH-STATS THRU WRITE-BATCH-STATS-EXIT
           END-IF
           PERFORM WRITE-CONTROL-TOTALS THRU WRITE-CONTROL-TOTALS-EXIT
           .
       BATCH-MODE-EXIT.
           EXIT
           .

      ******************************************************************
      * BATCH-HEADER: Takes the business date from the XFNIN.DAT      *
      *               header and writes the XFNOUT.DAT header with    *
      *               both the run date and that business date.       *
      ******************************************************************
       BATCH-HEADER.
           MOVE XFN-BATCH-IN-FILE-DATE TO WS-BATCH-BUS-DATE
           MOVE SPACES TO XFN-BATCH-OUT-RECORD
           MOVE "H" TO XFN-BATCH-OUT-TYPE
           MOVE WS-BATCH-RUN-DATE TO XFN-BATCH-OUT-RUN-DATE
           MOVE WS-BATCH-BUS-DATE TO XFN-BATCH-OUT-BUS-DATE
           WRITE XFN-BATCH-OUT-RECORD
           .
       BATCH-HEADER-EXIT.
           EXIT
           .

      ******************************************************************
      * BATCH-DETAIL: Decodes one "D" record from XFNIN.DAT: runs the *
      *               flag byte through FAST-XF5, carries the key,    *
                   INTO XFN-DISC-LOG-RECORD
               END-STRING
               WRITE XFN-DISC-LOG-RECORD
               ADD 1 TO WS-BATCH-UNDEC-COUNT
               IF XFN-BATCH-IN-BYTE IS NUMERIC
                   COMPUTE WS-BATCH-UNDEC-HASH = FUNCTION MOD(
                       WS-BATCH-UNDEC-HASH + XFN-BATCH-IN-BYTE,
                       1000000000)
               END-IF
           END-IF

           MOVE SPACES TO XFN-BATCH-OUT-RECORD
               MOVE SPACES TO WS-FLAG-BITS
               MOVE WRK-BIT-VAL TO WS-FLAG-BITS(1:8)
               MOVE 8 TO WS-FLAG-LIM
               MOVE XFN-BATCH-IN-TSTAMP(1:8) TO WS-FLAG-DATE
               PERFORM BUILD-FLAG-NAMES THRU BUILD-FLAG-NAMES-EXIT
               MOVE XFN-BATCH-IN-KEY  TO WS-RPT-KEY
               MOVE XFN-BATCH-IN-BYTE TO WS-RPT-BYTE
                   INTO XFN-DISC-LOG-RECORD
               END-STRING
               WRITE XFN-DISC-LOG-RECORD
               ADD 1 TO WS-BATCH-UNDEC-COUNT
               IF XFN-BATCH-IN-WORD IS NUMERIC
                   COMPUTE WS-BATCH-UNDEC-HASH = FUNCTION MOD(
                       WS-BATCH-UNDEC-HASH + XFN-BATCH-IN-WORD,
                       1000000000)
               END-IF
           END-IF

           MOVE SPACES TO XFN-BATCH-OUT-RECORD
           IF WS-FLAG-DEFS-LOADED
               MOVE WRK-BIT-VAL-WORD TO WS-FLAG-BITS
               MOVE 16 TO WS-FLAG-LIM
               MOVE XFN-BATCH-IN-TSTAMP(1:8) TO WS-FLAG-DATE
               PERFORM BUILD-FLAG-NAMES THRU BUILD-FLAG-NAMES-EXIT
               MOVE XFN-BATCH-IN-KEY  TO WS-RPT-WKEY
               MOVE XFN-BATCH-IN-WORD TO WS-RPT-WORD
           .

      ******************************************************************
      * WRITE-CONTROL-TOTALS: Appends this batch run's IN / OUT /     *
      *                       REJECTED counts and hash totals to      *
      *                       XFNCTOT.DAT under the XFNIN.DAT header  *
      *                       date, for XFNBAL to prove. XFN drops    *
      *                       nothing, so DROPPED is always zero.     *
      ******************************************************************
       WRITE-CONTROL-TOTALS.
           OPEN EXTEND XFN-CTOT-FILE
           IF WS-CTOT-STATUS NOT = "00"
      *        XFNCTOT.DAT does not exist yet; create it.
               OPEN OUTPUT XFN-CTOT-FILE
               IF WS-CTOT-STATUS NOT = "00"
                   DISPLAY "Batch mode: cannot open XFNCTOT.DAT "
                           "(status " WS-CTOT-STATUS ")."
                   GO TO WRITE-CONTROL-TOTALS-EXIT
               END-IF
           END-IF

           ACCEPT WS-CTOT-RUN-TIME FROM TIME
           MOVE SPACES TO XFN-CTOT-RECORD
           MOVE WS-BATCH-BUS-DATE      TO XFN-CTOT-DATE
           MOVE "XFN"                  TO XFN-CTOT-STEP
           MOVE WS-BATCH-RUN-DATE      TO XFN-CTOT-RUN-DATE
           MOVE WS-CTOT-RUN-TIME(1:6)  TO XFN-CTOT-RUN-TIME
           MOVE WS-BATCH-RECORD-COUNT  TO XFN-CTOT-IN-COUNT
           MOVE WS-BATCH-HASH-TOTAL    TO XFN-CTOT-IN-HASH
           IF WS-BATCH-REJECTED
               MOVE 0 TO XFN-CTOT-OUT-COUNT
               MOVE 0 TO XFN-CTOT-OUT-HASH
               MOVE WS-BATCH-RECORD-COUNT TO XFN-CTOT-REJ-COUNT
               MOVE WS-BATCH-HASH-TOTAL   TO XFN-CTOT-REJ-HASH
               MOVE 0 TO XFN-CTOT-WRITTEN
               MOVE 0 TO XFN-CTOT-WRITTEN-HASH
           ELSE
               COMPUTE XFN-CTOT-OUT-COUNT =
                   WS-BATCH-RECORD-COUNT - WS-BATCH-UNDEC-COUNT
               COMPUTE XFN-CTOT-OUT-HASH = FUNCTION MOD(
                   WS-BATCH-HASH-TOTAL - WS-BATCH-UNDEC-HASH
                   + 1000000000, 1000000000)
               MOVE WS-BATCH-UNDEC-COUNT  TO XFN-CTOT-REJ-COUNT
               MOVE WS-BATCH-UNDEC-HASH   TO XFN-CTOT-REJ-HASH
               MOVE WS-BATCH-RECORD-COUNT TO XFN-CTOT-WRITTEN
               MOVE WS-BATCH-HASH-TOTAL   TO XFN-CTOT-WRITTEN-HASH
           END-IF
           MOVE 0   TO XFN-CTOT-DROP-COUNT
           MOVE 0   TO XFN-CTOT-DROP-HASH
           MOVE "Y" TO XFN-CTOT-HASH-SW
           WRITE XFN-CTOT-RECORD
           CLOSE XFN-CTOT-FILE
           .
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT
           .

      ******************************************************************
      * LOAD-FLAG-DEFS: Asks XFNFVER whether there is a flag          *
      *                 dictionary at all (its latest version). When  *
      *                 there is none the decode report is skipped    *
      *                 and batch mode behaves as before.             *
      ******************************************************************
       LOAD-FLAG-DEFS.
           MOVE "N" TO WS-FLAG-DEFS-SW
           MOVE "LAST" TO WS-FLAG-FUNCTION
           MOVE SPACES TO WS-FLAG-DATE
           MOVE SPACES TO WS-FLAG-BITS
           MOVE 0 TO WS-FLAG-LIM
           CALL "XFNFVER" USING WS-FLAG-FUNCTION WS-FLAG-DATE
                                WS-FLAG-BITS WS-FLAG-LIM
                                WS-FLAG-LIST WS-FLAG-VERSION
                                WS-FLAG-VER-OK
           IF WS-FLAG-VER-OK = "Y"
               MOVE "Y" TO WS-FLAG-DEFS-SW
               DISPLAY "Batch mode: flag dictionary loaded, latest "
                       "version effective " WS-FLAG-VERSION
           END-IF
           .
       LOAD-FLAG-DEFS-EXIT.
           .

      ******************************************************************
      * BUILD-FLAG-NAMES: Builds WS-FLAG-LIST, the comma-separated    *
      *                   list of flag names that are ON in the bit   *
      *                   pattern held in WS-FLAG-BITS (the first     *
      *                   WS-FLAG-LIM positions: 8 for a byte detail, *
      *                   16 for a word), per the dictionary version  *
      *                   in force on WS-FLAG-DATE. A detail dated    *
      *                   before the earliest version is shown as     *
      *                   such rather than named by a later one.      *
      ******************************************************************
       BUILD-FLAG-NAMES.
           MOVE "LIST" TO WS-FLAG-FUNCTION
           CALL "XFNFVER" USING WS-FLAG-FUNCTION WS-FLAG-DATE
                                WS-FLAG-BITS WS-FLAG-LIM
                                WS-FLAG-LIST WS-FLAG-VERSION
                                WS-FLAG-VER-OK
           IF WS-FLAG-VER-OK NOT = "Y"
               MOVE "(NO DICTIONARY VERSION IN FORCE)" TO WS-FLAG-LIST
           END-IF
           .
       BUILD-FLAG-NAMES-EXIT.
