       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFNSIGN.
      * CALLable operator sign-on and authority check shared by the
      * interactive programs (XFNINQ, XFNHINQ, XFNFMNT, XFNAPPR,
      * XFNSUSP's REPAIR session, and XFNCASE's WORK session), so
      * each one stops trusting whatever initials are typed at it.
      * Operators are kept in the security file XFNOPER.DAT, one
      * line each:
      *     user id (8), space, password (16), space, level (1),
      *     space, operator name (30)
      * Levels, each including everything below it:
      *     1  inquiry                 - decode and history lookups,
      *                                  listing the control files
      *     2  repair                  - XFNSUSP REPAIR, XFNCASE
      *                                  WORK, the XFNAPPR queue
      *     3  dictionary maintenance  - XFNFMNT changes to the flag
      *                                  dictionary and the tables
      *     0  suspended               - no access at all
      * Every sign-on (good or bad), every refusal, and every account
      * lookup is appended to the one access log XFNACCS.LOG with
      * the date, time, program, user id, event, and item. Passwords
      * never reach the log.
      *
      * Called as:
      *     CALL "XFNSIGN" USING LK-FUNCTION LK-PROGRAM LK-USER
      *                           LK-LEVEL LK-ITEM LK-OK
      *
      * LK-FUNCTION = "SIGN" to sign on: prompts for user id and
      *               password (three tries) and checks them against
      *               XFNOPER.DAT. LK-LEVEL goes in as the level the
      *               program needs just to be used and comes back
      *               as the operator's own level; LK-USER comes back
      *               as the signed-on user id. LK-OK "N" means the
      *               operator is not signed on - unknown, wrong
      *               password, suspended, or below LK-LEVEL - and
      *               the caller must end the session, or
      *             = "AUTH" to check the signed-on operator against
      *               the LK-LEVEL a function needs before running
      *               it; LK-ITEM names the function for the log.
      *               LK-OK "N" (and a REFUSED log line) when the
      *               operator's level is lower, or
      *             = "LOOK" to log an account lookup of the business
      *               key (and anything else) given in LK-ITEM, or
      *             = "OFF " to log the end of the session.
      * The operator's level is held here, not by the caller, once
      * "SIGN" has succeeded; "AUTH" and "LOOK" before a good "SIGN"
      * return LK-OK "N".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SGN-OPER-FILE ASSIGN TO "XFNOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGN-OPER-STATUS.
           SELECT SGN-LOG-FILE ASSIGN TO "XFNACCS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SGN-OPER-FILE.
       01  SGN-OPER-RECORD.
           02  SGN-OPER-USER      PIC X(8).
           02  FILLER             PIC X.
           02  SGN-OPER-PASSWORD  PIC X(16).
           02  FILLER             PIC X.
           02  SGN-OPER-LEVEL     PIC X.
           02  FILLER             PIC X.
           02  SGN-OPER-NAME      PIC X(30).

       FD  SGN-LOG-FILE.
       01  SGN-LOG-RECORD.
           02  SGN-LOG-DATE     PIC X(8).
           02  FILLER           PIC X.
           02  SGN-LOG-TIME     PIC X(6).
           02  FILLER           PIC X.
           02  SGN-LOG-PROGRAM  PIC X(8).
           02  FILLER           PIC X.
           02  SGN-LOG-USER     PIC X(8).
           02  FILLER           PIC X.
           02  SGN-LOG-EVENT    PIC X(8).
           02  FILLER           PIC X.
           02  SGN-LOG-ITEM     PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-SGN-OPER-STATUS  PIC X(2).
       01  WS-SGN-LOG-STATUS   PIC X(2).
       01  WS-SGN-EOF-SW       PIC X.
           88  WS-SGN-EOF           VALUE "Y".

      * The signed-on operator, kept for the rest of the run.
       01  WS-SGN-ON-SW        PIC X VALUE "N".
           88  WS-SGN-SIGNED-ON     VALUE "Y".
       01  WS-SGN-USER         PIC X(8) VALUE SPACES.
       01  WS-SGN-LEVEL        PIC 9 VALUE 0.
       01  WS-SGN-NAME         PIC X(30).

      * Sign-on prompts.
       01  WS-SGN-MAX-TRIES    BINARY-LONG VALUE 3.
       01  WS-SGN-TRIES        BINARY-LONG.
       01  WS-SGN-INPUT        PIC X(20).
       01  WS-SGN-KEYED-USER   PIC X(8).
       01  WS-SGN-KEYED-PASS   PIC X(16).
       01  WS-SGN-FOUND-SW     PIC X.
           88  WS-SGN-FOUND         VALUE "Y".
       01  WS-SGN-FOUND-PASS   PIC X(16).
       01  WS-SGN-FOUND-LEVEL  PIC X.
       01  WS-SGN-FOUND-NAME   PIC X(30).

      * One XFNACCS.LOG event, built before it is appended.
       01  WS-SGN-RUN-DATE     PIC X(8).
       01  WS-SGN-RUN-TIME     PIC X(8).
       01  WS-LOG-USER         PIC X(8).
       01  WS-LOG-EVENT        PIC X(8).
       01  WS-LOG-ITEM         PIC X(30).

       LINKAGE SECTION.
       01  LK-FUNCTION   PIC X(4).
       01  LK-PROGRAM    PIC X(8).
       01  LK-USER       PIC X(8).
       01  LK-LEVEL      PIC 9.
       01  LK-ITEM       PIC X(20).
       01  LK-OK         PIC X.

       PROCEDURE DIVISION USING LK-FUNCTION LK-PROGRAM LK-USER
                                 LK-LEVEL LK-ITEM LK-OK.
       XFNSIGN-MAIN.
           MOVE "N" TO LK-OK
           EVALUATE LK-FUNCTION
               WHEN "SIGN"
                   PERFORM SIGN-ON THRU SIGN-ON-EXIT
               WHEN "AUTH"
                   PERFORM CHECK-AUTHORITY THRU CHECK-AUTHORITY-EXIT
               WHEN "LOOK"
                   IF WS-SGN-SIGNED-ON
                       MOVE WS-SGN-USER TO WS-LOG-USER
                       MOVE "LOOKUP" TO WS-LOG-EVENT
                       MOVE LK-ITEM TO WS-LOG-ITEM
                       PERFORM WRITE-LOG THRU WRITE-LOG-EXIT
                       MOVE "Y" TO LK-OK
                   END-IF
               WHEN "OFF "
                   IF WS-SGN-SIGNED-ON
                       MOVE WS-SGN-USER TO WS-LOG-USER
                       MOVE "SIGNOFF" TO WS-LOG-EVENT
                       MOVE SPACES TO WS-LOG-ITEM
                       PERFORM WRITE-LOG THRU WRITE-LOG-EXIT
                       MOVE "N" TO WS-SGN-ON-SW
                       MOVE SPACES TO WS-SGN-USER
                       MOVE 0 TO WS-SGN-LEVEL
                       MOVE "Y" TO LK-OK
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK
           .

      ******************************************************************
      * SIGN-ON: Prompts for user id and password, up to              *
      *          WS-SGN-MAX-TRIES times, and signs the operator on    *
      *          when they match an XFNOPER.DAT line whose level is   *
      *          at least the LK-LEVEL the program needs. Each try is *
      *          logged as SIGNON (good) or BADSIGN (bad); a good     *
      *          password below the program's level is REFUSED.       *
      ******************************************************************
       SIGN-ON.
           MOVE "N" TO WS-SGN-ON-SW
           MOVE SPACES TO WS-SGN-USER
           MOVE 0 TO WS-SGN-LEVEL

           OPEN INPUT SGN-OPER-FILE
           IF WS-SGN-OPER-STATUS NOT = "00"
               DISPLAY "XFNSIGN: XFNOPER.DAT not found (status "
                       WS-SGN-OPER-STATUS "); nobody can sign on."
               GO TO SIGN-ON-EXIT
           END-IF
           CLOSE SGN-OPER-FILE

           MOVE 0 TO WS-SGN-TRIES
           PERFORM UNTIL WS-SGN-SIGNED-ON
             OR WS-SGN-TRIES >= WS-SGN-MAX-TRIES
               ADD 1 TO WS-SGN-TRIES
               DISPLAY "user id> " WITH NO ADVANCING
               MOVE SPACES TO WS-SGN-INPUT
               ACCEPT WS-SGN-INPUT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SGN-INPUT))
                 TO WS-SGN-KEYED-USER
               IF WS-SGN-KEYED-USER = SPACES
      *            A blank user id abandons the sign-on.
                   MOVE WS-SGN-MAX-TRIES TO WS-SGN-TRIES
               ELSE
                   DISPLAY "password> " WITH NO ADVANCING
                   MOVE SPACES TO WS-SGN-INPUT
                   ACCEPT WS-SGN-INPUT
                   MOVE FUNCTION TRIM(WS-SGN-INPUT)
                     TO WS-SGN-KEYED-PASS
                   PERFORM CHECK-PASSWORD THRU CHECK-PASSWORD-EXIT
               END-IF
           END-PERFORM

           IF NOT WS-SGN-SIGNED-ON
               DISPLAY "XFNSIGN: not signed on; session ended."
               GO TO SIGN-ON-EXIT
           END-IF

           IF WS-SGN-LEVEL < LK-LEVEL
               MOVE WS-SGN-USER TO WS-LOG-USER
               MOVE "REFUSED" TO WS-LOG-EVENT
               MOVE "SIGN-ON" TO WS-LOG-ITEM
               PERFORM WRITE-LOG THRU WRITE-LOG-EXIT
               DISPLAY "XFNSIGN: " FUNCTION TRIM(WS-SGN-USER)
                       " is not authorised to use "
                       FUNCTION TRIM(LK-PROGRAM) "; session ended."
               MOVE "N" TO WS-SGN-ON-SW
               MOVE SPACES TO WS-SGN-USER
               MOVE 0 TO WS-SGN-LEVEL
               GO TO SIGN-ON-EXIT
           END-IF

           MOVE WS-SGN-USER TO LK-USER
           MOVE WS-SGN-LEVEL TO LK-LEVEL
           MOVE "Y" TO LK-OK
           DISPLAY "signed on as " FUNCTION TRIM(WS-SGN-USER)
                   " (" FUNCTION TRIM(WS-SGN-NAME) "), level "
                   WS-SGN-LEVEL "."
           .
       SIGN-ON-EXIT.
           EXIT
           .

      ******************************************************************
      * CHECK-PASSWORD: Looks the keyed user id up in XFNOPER.DAT and *
      *                 signs it on when the password matches and the *
      *                 account is not suspended.                     *
      ******************************************************************
       CHECK-PASSWORD.
           MOVE "N" TO WS-SGN-FOUND-SW
           OPEN INPUT SGN-OPER-FILE
           IF WS-SGN-OPER-STATUS NOT = "00"
               GO TO CHECK-PASSWORD-EXIT
           END-IF
           MOVE "N" TO WS-SGN-EOF-SW
           PERFORM UNTIL WS-SGN-EOF OR WS-SGN-FOUND
               READ SGN-OPER-FILE
                   AT END
                       MOVE "Y" TO WS-SGN-EOF-SW
                   NOT AT END
                       IF FUNCTION UPPER-CASE(SGN-OPER-USER)
                          = WS-SGN-KEYED-USER
                           MOVE "Y" TO WS-SGN-FOUND-SW
                           MOVE SGN-OPER-PASSWORD
                             TO WS-SGN-FOUND-PASS
                           MOVE SGN-OPER-LEVEL TO WS-SGN-FOUND-LEVEL
                           MOVE SGN-OPER-NAME TO WS-SGN-FOUND-NAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SGN-OPER-FILE

           MOVE WS-SGN-KEYED-USER TO WS-LOG-USER
           MOVE SPACES TO WS-LOG-ITEM
           EVALUATE TRUE
               WHEN NOT WS-SGN-FOUND
                   MOVE "BADSIGN" TO WS-LOG-EVENT
                   MOVE "unknown user id" TO WS-LOG-ITEM
               WHEN WS-SGN-FOUND-PASS NOT = WS-SGN-KEYED-PASS
                   MOVE "BADSIGN" TO WS-LOG-EVENT
                   MOVE "wrong password" TO WS-LOG-ITEM
               WHEN WS-SGN-FOUND-LEVEL < "1"
                 OR WS-SGN-FOUND-LEVEL > "3"
                   MOVE "BADSIGN" TO WS-LOG-EVENT
                   MOVE "account suspended" TO WS-LOG-ITEM
               WHEN OTHER
                   MOVE "SIGNON" TO WS-LOG-EVENT
                   MOVE "Y" TO WS-SGN-ON-SW
                   MOVE WS-SGN-KEYED-USER TO WS-SGN-USER
                   MOVE WS-SGN-FOUND-LEVEL TO WS-SGN-LEVEL
                   MOVE WS-SGN-FOUND-NAME TO WS-SGN-NAME
           END-EVALUATE
           PERFORM WRITE-LOG THRU WRITE-LOG-EXIT
           IF NOT WS-SGN-SIGNED-ON
      *        One message for every failure, so the prompt does not
      *        tell a stranger which user ids exist.
               DISPLAY "  user id or password not accepted"
           END-IF
           .
       CHECK-PASSWORD-EXIT.
           EXIT
           .

      ******************************************************************
      * CHECK-AUTHORITY: Lets the function named in LK-ITEM run only  *
      *                  when the signed-on operator's level is at    *
      *                  least LK-LEVEL; logs REFUSED otherwise.      *
      ******************************************************************
       CHECK-AUTHORITY.
           IF NOT WS-SGN-SIGNED-ON
               GO TO CHECK-AUTHORITY-EXIT
           END-IF
           IF WS-SGN-LEVEL >= LK-LEVEL
               MOVE "Y" TO LK-OK
               GO TO CHECK-AUTHORITY-EXIT
           END-IF

           MOVE WS-SGN-USER TO WS-LOG-USER
           MOVE "REFUSED" TO WS-LOG-EVENT
           MOVE LK-ITEM TO WS-LOG-ITEM
           PERFORM WRITE-LOG THRU WRITE-LOG-EXIT
           DISPLAY "  not authorised: " FUNCTION TRIM(LK-ITEM)
                   " needs level " LK-LEVEL ", "
                   FUNCTION TRIM(WS-SGN-USER) " is level "
                   WS-SGN-LEVEL
           .
       CHECK-AUTHORITY-EXIT.
           EXIT
           .

      ******************************************************************
      * WRITE-LOG: Appends one event to XFNACCS.LOG: date, time,      *
      *            calling program, user id, event, and item.         *
      ******************************************************************
       WRITE-LOG.
           ACCEPT WS-SGN-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SGN-RUN-TIME FROM TIME

           OPEN EXTEND SGN-LOG-FILE
           IF WS-SGN-LOG-STATUS NOT = "00"
      *        XFNACCS.LOG does not exist yet; create it.
               OPEN OUTPUT SGN-LOG-FILE
               IF WS-SGN-LOG-STATUS NOT = "00"
                   DISPLAY "XFNSIGN: cannot open XFNACCS.LOG "
                           "(status " WS-SGN-LOG-STATUS ")."
                   GO TO WRITE-LOG-EXIT
               END-IF
           END-IF

           MOVE SPACES TO SGN-LOG-RECORD
           MOVE WS-SGN-RUN-DATE      TO SGN-LOG-DATE
           MOVE WS-SGN-RUN-TIME(1:6) TO SGN-LOG-TIME
           MOVE LK-PROGRAM           TO SGN-LOG-PROGRAM
           MOVE WS-LOG-USER          TO SGN-LOG-USER
           MOVE WS-LOG-EVENT         TO SGN-LOG-EVENT
           MOVE WS-LOG-ITEM          TO SGN-LOG-ITEM
           WRITE SGN-LOG-RECORD
           CLOSE SGN-LOG-FILE
           .
       WRITE-LOG-EXIT.
           EXIT
           .
