      * that date in XFNRUN.DAT, so the morning handover is one look
      * at one status record instead of four log files.
      *
      * Run as:  XFNNIGHT yyyymmdd [OVERRIDE]
      *
      * Controls enforced here:
      *   - refuses to start when the date is not a business day on
      *     the XFNCAL calendar (a weekend or a holiday in XFNCAL.DAT)
      *     unless OVERRIDE is given after the date - a holiday feed
      *     run by mistake would otherwise age and stale everything
      *     downstream by a day; the prior business date is shown so
      *     the operator can see which night the run follows;
      *   - refuses to start when XFNRUN.DAT already shows the date
      *     ran to completion (a rerun of an incomplete date is
      *     allowed and replaces its record);
       01  WS-EOF-SW       PIC X.
           88  WS-EOF           VALUE "Y".

      * The stated business date, from the command line, and the
      * optional OVERRIDE word that lets a non-business date run.
       01  WS-CMD-LINE     PIC X(40).
       01  WS-BUS-DATE     PIC X(8).
       01  WS-CMD-OPTION   PIC X(10).
           88  WS-OVERRIDE      VALUE "OVERRIDE".
       01  WS-PRIOR-DATE   PIC X(8).

      * Business-day calendar call (CALL "XFNCAL").
       01  WS-CAL-FUNCTION PIC X(4).
       01  WS-CAL-DATE     PIC X(8).
       01  WS-CAL-DATE-2   PIC X(8).
       01  WS-CAL-DAYS     BINARY-LONG.
       01  WS-CAL-NOTE     PIC X(30).
       01  WS-CAL-OK       PIC X.

      * Prior status records, held while the file is rewritten with
      * this run's record updated or appended.

       PROCEDURE DIVISION.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-CMD-LINE
           MOVE SPACES TO WS-BUS-DATE WS-CMD-OPTION
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-BUS-DATE WS-CMD-OPTION
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-CMD-OPTION) TO WS-CMD-OPTION
           IF WS-BUS-DATE = SPACES
              OR WS-BUS-DATE IS NOT NUMERIC
              OR (WS-CMD-OPTION NOT = SPACES AND NOT WS-OVERRIDE)
               DISPLAY "XFNNIGHT: run as XFNNIGHT yyyymmdd [OVERRIDE] "
                       "- no valid business date given."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-BUSINESS-DAY THRU CHECK-BUSINESS-DAY-EXIT
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           PERFORM LOAD-RUN-HISTORY THRU LOAD-RUN-HISTORY-EXIT
           IF WS-HIST-HIT > 0
              AND WS-HIST-ENTRY(WS-HIST-HIT)(62:10) = "COMPLETE"
           EXIT
           .

      ******************************************************************
      * CHECK-BUSINESS-DAY: Asks the XFNCAL calendar whether the      *
      *                     stated date is a business day and which   *
      *                     business date was the prior one. A        *
      *                     non-business date is refused with         *
      *                     RETURN-CODE 8 unless OVERRIDE was given;  *
      *                     an impossible date gets RETURN-CODE 12.   *
      ******************************************************************
       CHECK-BUSINESS-DAY.
           MOVE "CHEK" TO WS-CAL-FUNCTION
           MOVE WS-BUS-DATE TO WS-CAL-DATE
           CALL "XFNCAL" USING WS-CAL-FUNCTION WS-CAL-DATE
                               WS-CAL-DATE-2 WS-CAL-DAYS
                               WS-CAL-NOTE WS-CAL-OK
           END-CALL
           IF WS-CAL-OK NOT = "Y"
              AND WS-CAL-NOTE = "not a valid date"
               DISPLAY "XFNNIGHT: " WS-BUS-DATE " is not a valid "
                       "date; not starting."
               MOVE 12 TO RETURN-CODE
               GO TO CHECK-BUSINESS-DAY-EXIT
           END-IF
           IF WS-CAL-OK NOT = "Y"
               IF WS-OVERRIDE
                   DISPLAY "XFNNIGHT: " WS-BUS-DATE " is not a "
                           "business day (" FUNCTION TRIM(WS-CAL-NOTE)
                           "); running on OVERRIDE."
               ELSE
                   DISPLAY "XFNNIGHT: " WS-BUS-DATE " is not a "
                           "business day (" FUNCTION TRIM(WS-CAL-NOTE)
                           "); not starting. Run as XFNNIGHT "
                           WS-BUS-DATE " OVERRIDE to run it anyway."
                   MOVE 8 TO RETURN-CODE
                   GO TO CHECK-BUSINESS-DAY-EXIT
               END-IF
           END-IF

           MOVE "PRIO" TO WS-CAL-FUNCTION
           CALL "XFNCAL" USING WS-CAL-FUNCTION WS-CAL-DATE
                               WS-CAL-DATE-2 WS-CAL-DAYS
                               WS-CAL-NOTE WS-CAL-OK
           END-CALL
           MOVE WS-CAL-DATE-2 TO WS-PRIOR-DATE
           DISPLAY "XFNNIGHT: business date " WS-BUS-DATE
                   ", prior business date " WS-PRIOR-DATE "."
           .
       CHECK-BUSINESS-DAY-EXIT.
           EXIT
           .

      ******************************************************************
      * LOAD-RUN-HISTORY: Reads XFNRUN.DAT into WS-HIST-TABLE and     *
      *                   notes (WS-HIST-HIT) the record for the      *
