      *     maintains;
      *   - trims XFNPERF.LOG, XFNAUDIT.LOG, and XFNSTATS.LOG to the
      *     retention window (the "LOGDAYS n" control line, default
      *     30, counted in business days on the XFNCAL calendar so a
      *     holiday week does not eat into what is kept), rolling the
      *     trimmed lines into a dated archive (log.yyyymmdd.ARC)
      *     instead of losing them;
      *   - archives and empties XFNDISC.LOG outright (its lines
      *     carry no date, and each XFN run rewrites it anyway);
      *   - writes a summary of what it kept, archived, and purged
      *     to XFNHSKP.RPT, headed with the run date, the prior
      *     business date, and the log window's cutoff date.
      * RETURN-CODE 4 when a purge or archive could not be done,
      * 12 when the generation catalog cannot be rewritten.


       01  WS-HKP-RUN-DATE    PIC X(8).
       01  WS-HKP-CUTOFF      PIC X(8).
       01  WS-HKP-PRIOR-DATE  PIC X(8).
       01  WS-HKP-RC          BINARY-LONG VALUE 0.

      * The generation catalog, held in memory for the run.
       01  WS-HKP-CNT-2-D    PIC ZZZZZZ9.
       01  WS-HKP-LINE       PIC X(80).

      * Business-day calendar call (CALL "XFNCAL").
       01  WS-CAL-FUNCTION   PIC X(4).
       01  WS-CAL-DATE       PIC X(8).
       01  WS-CAL-DATE-2     PIC X(8).
       01  WS-CAL-DAYS       BINARY-LONG.
       01  WS-CAL-NOTE       PIC X(30).
       01  WS-CAL-OK         PIC X.

       PROCEDURE DIVISION.
           ACCEPT WS-HKP-RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-RETENTION THRU READ-RETENTION-EXIT

      *    The log window reaches back LOGDAYS business days; lines
      *    dated on or after that business date are kept.
           MOVE "BACK" TO WS-CAL-FUNCTION
           MOVE WS-HKP-RUN-DATE TO WS-CAL-DATE
           MOVE WS-HKP-LOG-DAYS TO WS-CAL-DAYS
           CALL "XFNCAL" USING WS-CAL-FUNCTION WS-CAL-DATE
                               WS-CAL-DATE-2 WS-CAL-DAYS
                               WS-CAL-NOTE WS-CAL-OK
           END-CALL
           IF WS-CAL-OK NOT = "Y"
               DISPLAY "XFNHSKP: business-day window not available ("
                       FUNCTION TRIM(WS-CAL-NOTE) "); logs not "
                       "trimmed."
               MOVE "00000000" TO WS-CAL-DATE-2
               MOVE 4 TO WS-HKP-RC
           END-IF
           MOVE WS-CAL-DATE-2 TO WS-HKP-CUTOFF
           MOVE "PRIO" TO WS-CAL-FUNCTION
           CALL "XFNCAL" USING WS-CAL-FUNCTION WS-CAL-DATE
                               WS-CAL-DATE-2 WS-CAL-DAYS
                               WS-CAL-NOTE WS-CAL-OK
           END-CALL
           MOVE WS-CAL-DATE-2 TO WS-HKP-PRIOR-DATE

           OPEN OUTPUT HKP-RPT-FILE
           IF WS-HKP-RPT-STATUS NOT = "00"
               DELIMITED BY SIZE INTO WS-HKP-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE WS-HKP-LOG-DAYS TO WS-HKP-CNT-D
           MOVE SPACES TO WS-HKP-LINE
           STRING "prior business date " WS-HKP-PRIOR-DATE
                  ", log window " WS-HKP-CNT-D " business day(s)"
               DELIMITED BY SIZE INTO WS-HKP-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT

           PERFORM LOAD-CATALOG THRU LOAD-CATALOG-EXIT

