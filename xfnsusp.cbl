      *     the field that failed (bad bit pattern, unknown flag
      *     name, non-numeric or undecodable byte, bad operation),
      *     validates the correction, and marks the entry REPAIRED -
      *     ready for resubmission. The operator signs on first
      *     through CALL "XFNSIGN" and needs the repair level (2 or
      *     above in XFNOPER.DAT); anyone else is refused, logged to
      *     XFNACCS.LOG, and the run ends RC 12.
      *   XFNSUSP RESUBMIT
      *     Extracts the REPAIRED entries: XFNENC rejects go to
      *     XFNENCADD.DAT in the XFNENCIN.DAT layout (queue it for
      *     approval with XFNAPPR LOAD XFNENCADD.DAT), batch rejects
      *     go to XFNINADD.DAT as a complete H/D/T mini-feed with a
      *     correct trailer (drop it in as one of XFNMERGE's source
      *     files). Extracted entries are marked DONE.
      *   XFNSUSP           (no argument)
      *     Ageing report to XFNSUSP.RPT: everything still OPEN or
      *     REPAIRED, with how long it has been sitting; anything
       01  WS-REP-ID-D       PIC ZZZZZ9.
       01  WS-REP-AGE-D      PIC ZZ9.

      * Fields for the CALL "XFNSIGN" sign-on before REPAIR.
       01  WS-SIGN-FUNCTION  PIC X(4).
       01  WS-SIGN-PROGRAM   PIC X(8) VALUE "XFNSUSP".
       01  WS-SIGN-USER      PIC X(8).
       01  WS-SIGN-LEVEL     PIC 9.
       01  WS-SIGN-ITEM      PIC X(20).
       01  WS-SIGN-OK        PIC X.
       01  WS-SIGN-REPAIR-LEVEL  PIC 9 VALUE 2.

      * Fields for RESUBMIT.
       01  WS-SUB-ENC-COUNT  BINARY-LONG VALUE 0.
       01  WS-SUB-IN-COUNT   BINARY-LONG VALUE 0.
               WHEN "COLLECT"
                   PERFORM COLLECT-REJECTS THRU COLLECT-REJECTS-EXIT
               WHEN "REPAIR"
                   MOVE "SIGN" TO WS-SIGN-FUNCTION
                   MOVE WS-SIGN-REPAIR-LEVEL TO WS-SIGN-LEVEL
                   MOVE SPACES TO WS-SIGN-ITEM
                   CALL "XFNSIGN" USING WS-SIGN-FUNCTION
                                        WS-SIGN-PROGRAM WS-SIGN-USER
                                        WS-SIGN-LEVEL WS-SIGN-ITEM
                                        WS-SIGN-OK
                   IF WS-SIGN-OK NOT = "Y"
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM LOAD-FLAG-DEFS THRU LOAD-FLAG-DEFS-EXIT
                   PERFORM REPAIR-SESSION THRU REPAIR-SESSION-EXIT
                   MOVE "OFF " TO WS-SIGN-FUNCTION
                   CALL "XFNSIGN" USING WS-SIGN-FUNCTION
                                        WS-SIGN-PROGRAM WS-SIGN-USER
                                        WS-SIGN-LEVEL WS-SIGN-ITEM
                                        WS-SIGN-OK
               WHEN "RESUBMIT"
                   PERFORM RESUBMIT-REPAIRED
                      THRU RESUBMIT-REPAIRED-EXIT
