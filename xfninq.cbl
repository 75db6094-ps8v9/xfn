      * inquiries; X (or a blank line) ends the session. An all-digit
      * 8- or 16-character entry of only 0s and 1s is taken as a
      * pattern, not a value.
      * The operator signs on first through CALL "XFNSIGN" (inquiry
      * level 1 or above, from XFNOPER.DAT); a failed sign-on ends
      * the session with RC 12 before any inquiry is taken.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-INQ-BITS-16    PIC X(16).
       01  WS-INQ-FOUND-HIGH PIC X.

      * Fields for the CALL "XFNSIGN" sign-on.
       01  WS-SIGN-FUNCTION  PIC X(4).
       01  WS-SIGN-PROGRAM   PIC X(8) VALUE "XFNINQ".
       01  WS-SIGN-USER      PIC X(8).
       01  WS-SIGN-LEVEL     PIC 9.
       01  WS-SIGN-ITEM      PIC X(20).
       01  WS-SIGN-OK        PIC X.

       PROCEDURE DIVISION.
           MOVE "SIGN" TO WS-SIGN-FUNCTION
           MOVE 1 TO WS-SIGN-LEVEL
           MOVE SPACES TO WS-SIGN-ITEM
           CALL "XFNSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
                                WS-SIGN-USER WS-SIGN-LEVEL
                                WS-SIGN-ITEM WS-SIGN-OK
           IF WS-SIGN-OK NOT = "Y"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "XFN inquiry - key a byte value (0-255), a word "
                   "value (256-65535),"
           DISPLAY "an 8- or 16-character bit pattern, or X to exit."
               PERFORM CLASSIFY-INPUT THRU CLASSIFY-INPUT-EXIT
           END-PERFORM

           MOVE "OFF " TO WS-SIGN-FUNCTION
           CALL "XFNSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
                                WS-SIGN-USER WS-SIGN-LEVEL
                                WS-SIGN-ITEM WS-SIGN-OK
           DISPLAY "XFN inquiry ended."
           GOBACK
           .
