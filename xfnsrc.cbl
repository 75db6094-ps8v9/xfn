      * where ssss is the source code, nnnnnnn its normal nightly
      * detail volume, and ttt the tolerance in percent either side.
      *
      * Report goes to XFNSRC.RPT and echoes to the terminal; it
      * opens with the run date and the prior business date from the
      * XFNCAL calendar.
      * RETURN-CODE 8 when any expected source is MISSING, outside
      * its tolerance band, or has a newest timestamp dated before
      * the prior business date - so the scheduler pages someone, but
      * not on a Monday for Friday's feed or after a holiday.
      * RETURN-CODE 4 for quieter findings (malformed details, or
      * details from a source the control file does not expect);
      * 12 when the control file or XFNOUT.DAT cannot be read.
       01  WS-BAND-LOW      BINARY-LONG.
       01  WS-BAND-HIGH     BINARY-LONG.
       01  WS-RUN-DATE      PIC X(8).
       01  WS-PRIOR-DATE    PIC X(8).
       01  WS-SRC-STATE     PIC X(10).

      * Business-day calendar call (CALL "XFNCAL").
       01  WS-CAL-FUNCTION  PIC X(4).
       01  WS-CAL-DATE      PIC X(8).
       01  WS-CAL-DATE-2    PIC X(8).
       01  WS-CAL-DAYS      BINARY-LONG.
       01  WS-CAL-NOTE      PIC X(30).
       01  WS-CAL-OK        PIC X.

      * Counters and display fields for the report.
       01  WS-DTL-READ      BINARY-LONG VALUE 0.
       01  WS-ALERT-COUNT   BINARY-LONG VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "PRIO" TO WS-CAL-FUNCTION
           MOVE WS-RUN-DATE TO WS-CAL-DATE
           CALL "XFNCAL" USING WS-CAL-FUNCTION WS-CAL-DATE
                               WS-CAL-DATE-2 WS-CAL-DAYS
                               WS-CAL-NOTE WS-CAL-OK
           END-CALL
           MOVE WS-CAL-DATE-2 TO WS-PRIOR-DATE

           OPEN OUTPUT SRC-RPT-FILE
           IF WS-SRC-RPT-STATUS NOT = "00"
               GOBACK
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "SOURCES  run " WS-RUN-DATE
                  "  prior business date " WS-PRIOR-DATE
                  "  (newest detail older than that is STALE)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT

           PERFORM LOAD-EXPECTED-SOURCES
              THRU LOAD-EXPECTED-SOURCES-EXIT
           IF RETURN-CODE NOT = 0
      *                    at WS-SRC-IDX and grades it: MISSING (an   *
      *                    expected source with zero details), LOW or *
      *                    HIGH (count outside the tolerance band),   *
      *                    STALE (newest timestamp dated before the   *
      *                    prior business date) page via RETURN-CODE  *
      *                    8; UNEXPECT and malformed details warn     *
      *                    via RETURN-CODE 4.                         *
      ******************************************************************
                   ADD 1 TO WS-ALERT-COUNT
           END-EVALUATE

      *    Staleness: the newest timestamp's date must be no older
      *    than the prior business date; anything older means the
      *    source is sending stale (or replayed) data even if the
      *    volume looks right. Weekends and holidays in between are
      *    not counted against it.
           IF WS-SRC-NEWEST(WS-SRC-IDX)(1:8) IS NUMERIC
               IF WS-SRC-NEWEST(WS-SRC-IDX)(1:8) < WS-PRIOR-DATE
                   MOVE "STALE" TO WS-SRC-STATE
                   ADD 1 TO WS-ALERT-COUNT
               END-IF
