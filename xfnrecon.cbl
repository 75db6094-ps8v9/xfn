      *                 pattern; entry carries forward and ages.
      *     MISSING     the key was absent from the return feed;
      *                 entry carries forward and ages.
      * A change still unconfirmed after three business days (per the
      * XFNCAL calendar, so a weekend or holiday does not count)
      * gets a FOLLOW UP tag on its report line so it stands out; the
      * report opens with the run date and the prior business date.
      * Each run absorbs the current XFNENCOUT.DAT details into the
      * pending file first (keeping the original sent date when the
      * same change is seen again, so re-running a night does not
      * reset the ageing), then rewrites XFNPEND.DAT with what is
      * still outstanding.
      *
      * RETURN-CODE 4 when anything aged past the follow-up window
      * is still outstanding, 12 when XFNOUT.DAT is absent (pending
           88  WS-RCN-CUR-OK       VALUE "Y".

      * Follow-up window: a change still unconfirmed after this many
      * business days gets the FOLLOW UP tag.
       01  WS-RCN-FOLLOW-DAYS BINARY-LONG VALUE 3.

      * Pending changes: carried forward from XFNPEND.DAT plus the
       01  WS-RCN-UNCF-D      PIC ZZZZZZ9.
       01  WS-RCN-MISS-D      PIC ZZZZZZ9.
       01  WS-RCN-LINE        PIC X(80).
       01  WS-RCN-PRIOR-DATE  PIC X(8).
       01  WS-RCN-FOLLOW-D    PIC Z9.

      * Business-day calendar call (CALL "XFNCAL").
       01  WS-CAL-FUNCTION    PIC X(4).
       01  WS-CAL-DATE        PIC X(8).
       01  WS-CAL-DATE-2      PIC X(8).
       01  WS-CAL-DAYS        BINARY-LONG.
       01  WS-CAL-NOTE        PIC X(30).
       01  WS-CAL-OK          PIC X.

       PROCEDURE DIVISION.
           ACCEPT WS-RCN-RUN-DATE FROM DATE YYYYMMDD
               GOBACK
           END-IF

           MOVE "PRIO" TO WS-CAL-FUNCTION
           MOVE WS-RCN-RUN-DATE TO WS-CAL-DATE
           CALL "XFNCAL" USING WS-CAL-FUNCTION WS-CAL-DATE
                               WS-CAL-DATE-2 WS-CAL-DAYS
                               WS-CAL-NOTE WS-CAL-OK
           END-CALL
           MOVE WS-CAL-DATE-2 TO WS-RCN-PRIOR-DATE
           MOVE WS-RCN-FOLLOW-DAYS TO WS-RCN-FOLLOW-D
           MOVE SPACES TO WS-RCN-LINE
           STRING "RECONCILIATION " WS-RCN-RUN-DATE
                  "  prior business date " WS-RCN-PRIOR-DATE
               DELIMITED BY SIZE INTO WS-RCN-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT
           MOVE SPACES TO WS-RCN-LINE
           STRING "ages are in business days; FOLLOW UP at "
                  WS-RCN-FOLLOW-D " or more"
               DELIMITED BY SIZE INTO WS-RCN-LINE
           END-STRING
           PERFORM PUT-RPT-LINE THRU PUT-RPT-LINE-EXIT

           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
             UNTIL WS-PND-IDX > WS-PND-COUNT
               PERFORM JUDGE-PENDING THRU JUDGE-PENDING-EXIT
                   WS-RCN-UNCF-COUNT " unconfirmed, "
                   WS-RCN-MISS-COUNT " missing, "
                   WS-RCN-LATE-COUNT " past the "
                   WS-RCN-FOLLOW-DAYS "-business-day follow-up "
                   "window."
           IF NOT WS-RCN-CUR-OK
               MOVE 12 TO RETURN-CODE
           ELSE

      ******************************************************************
      * JUDGE-PENDING: Judges the pending entry at WS-PND-IDX against *
      *                the return feed, computes its age in business  *
      *                days (XFNCAL "DAYS" from the sent date), and   *
      *                writes its report line - with the FOLLOW UP    *
      *                tag when a not-confirmed change is older than  *
      *                the follow-up window.                          *
               END-EVALUATE
           END-IF

           MOVE "DAYS" TO WS-CAL-FUNCTION
           MOVE WS-PND-SENT-DATE(WS-PND-IDX) TO WS-CAL-DATE
           MOVE WS-RCN-RUN-DATE TO WS-CAL-DATE-2
           CALL "XFNCAL" USING WS-CAL-FUNCTION WS-CAL-DATE
                               WS-CAL-DATE-2 WS-CAL-DAYS
                               WS-CAL-NOTE WS-CAL-OK
           END-CALL
           IF WS-CAL-OK = "Y"
               MOVE WS-CAL-DAYS TO WS-RCN-AGE-DAYS
           ELSE
               MOVE 0 TO WS-RCN-AGE-DAYS
           END-IF
