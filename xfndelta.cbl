      * the positions that flipped 0-to-1 and 1-to-0 - plus the
      * records that appeared or disappeared between the two runs.
      * This is the "what changed since yesterday" report the
      * collections team works from each morning. Each flipped
      * position is named, with whether the flag came ON or went
      * OFF, by the effective-dated flag dictionary (CALL "XFNFVER")
      * as it stood on the current detail's own date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-DROPPED-D        PIC ZZZZZZ9.
       01  WS-DLT-LINE         PIC X(80).

      * Fields for the CALL "XFNFVER" position-name lookups.
       01  WS-FLAG-FUNCTION  PIC X(4) VALUE "NAME".
       01  WS-FLAG-DATE      PIC X(8).
       01  WS-FLAG-SENSE     PIC X(16).
       01  WS-FLAG-NAME      PIC X(80).
       01  WS-FLAG-VERSION   PIC X(8).
       01  WS-FLAG-VER-OK    PIC X.
       01  WS-FLAG-STATE     PIC X(3).

       PROCEDURE DIVISION.
           OPEN INPUT DLT-PRI-FILE
           IF WS-DLT-PRI-STATUS NOT = "00"
      *                table by key. A key not in the prior table is  *
      *                NEW; a matched key with a different pattern is *
      *                CHANGED, with one report line per flipped      *
      *                position, named per the dictionary version in  *
      *                force on the current detail's date.            *
      ******************************************************************
       MATCH-CURRENT.
           MOVE 0 TO WS-PRI-HIT
           END-STRING
           PERFORM PUT-DLT-LINE THRU PUT-DLT-LINE-EXIT

           MOVE DLT-CUR-TSTAMP(1:8) TO WS-FLAG-DATE
           PERFORM VARYING WS-DLT-POS FROM 1 BY 1
             UNTIL WS-DLT-POS > 8
               IF WS-PRI-BITS(WS-PRI-HIT)(WS-DLT-POS:1)
                           DELIMITED BY SIZE INTO WS-DLT-LINE
                       END-STRING
                   END-IF
                   PERFORM NAME-POSITION THRU NAME-POSITION-EXIT
                   PERFORM PUT-DLT-LINE THRU PUT-DLT-LINE-EXIT
               END-IF
           END-PERFORM
           EXIT
           .

      ******************************************************************
      * NAME-POSITION: Adds to the position line in WS-DLT-LINE the   *
      *                flag name the dictionary version in force on   *
      *                WS-FLAG-DATE gives position WS-DLT-POS, and    *
      *                whether the new bit means the flag is ON or    *
      *                OFF. An unnamed position is left as it is.     *
      ******************************************************************
       NAME-POSITION.
           CALL "XFNFVER" USING WS-FLAG-FUNCTION WS-FLAG-DATE
                                WS-FLAG-SENSE WS-DLT-POS
                                WS-FLAG-NAME WS-FLAG-VERSION
                                WS-FLAG-VER-OK
           IF WS-FLAG-VER-OK NOT = "Y" OR WS-FLAG-NAME = SPACES
               GO TO NAME-POSITION-EXIT
           END-IF
           IF DLT-CUR-BITS(WS-DLT-POS:1) = WS-FLAG-SENSE(1:1)
               MOVE "ON" TO WS-FLAG-STATE
           ELSE
               MOVE "OFF" TO WS-FLAG-STATE
           END-IF
           STRING FUNCTION TRIM(WS-FLAG-NAME) " " WS-FLAG-STATE
               DELIMITED BY SIZE INTO WS-DLT-LINE(20:)
           END-STRING
           .
       NAME-POSITION-EXIT.
           EXIT
           .

      ******************************************************************
      * PUT-DLT-LINE: Writes WS-DLT-LINE to the report file and       *
      *               echoes it to the terminal.                      *
