       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSCODE-HASH.
       AUTHOR. DATA-PROCESSING.
      *> One-way hash of an operator passcode, so OPERATOR-PROFILE
      *> never holds a passcode in readable form. CALLed by
      *> OPER-MENU at sign-on and when a passcode is set, and by
      *> PROFILE-MAINT when an administrator issues a temporary
      *> passcode - one routine, so the two always agree.
      *>
      *> The caller fills WS-HASH-OPERATOR-ID and WS-HASH-PASSCODE
      *> (IS EXTERNAL, like every other field the modules share)
      *> and gets the 18-digit hash back in WS-HASH-RESULT. The
      *> operator ID is hashed in with the passcode, so two
      *> operators who pick the same passcode still hold different
      *> hashes. The passcode field is blanked before returning so
      *> the clear text does not outlive the call.
      *>
      *> Ends with GOBACK - this routine is only ever CALLed.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> THE SHARED CALL INTERFACE.
           01  WS-HASH-OPERATOR-ID     PIC X(08) IS EXTERNAL.
           01  WS-HASH-PASSCODE        PIC X(16) IS EXTERNAL.
           01  WS-HASH-RESULT          PIC X(18) IS EXTERNAL.

           01  WS-HASH-TEXT.
               05  WS-HT-ID            PIC X(08).
               05  WS-HT-PASSCODE      PIC X(16).
           01  WS-HASH-CHAR-IDX        PIC 9(02) VALUE 0.
           01  WS-HASH-ROUND           PIC 9(01) VALUE 0.
           01  WS-HASH-CHAR-VALUE      PIC 9(03) VALUE 0.
           01  WS-HASH-WORK            PIC 9(14) VALUE 0.
           01  WS-HASH-RESULT-NUM.
               05  WS-HASH-1           PIC 9(09) VALUE 0.
               05  WS-HASH-2           PIC 9(09) VALUE 0.
      *> TWO ACCUMULATORS, EACH KEPT BELOW ITS OWN PRIME.
           01  HASH-PRIME-1            PIC 9(09) VALUE 999999937.
           01  HASH-PRIME-2            PIC 9(09) VALUE 999999929.
           01  HASH-ROUNDS             PIC 9(01) VALUE 3.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE WS-HASH-OPERATOR-ID TO WS-HT-ID.
           MOVE WS-HASH-PASSCODE TO WS-HT-PASSCODE.
           MOVE SPACES TO WS-HASH-PASSCODE.
           MOVE 5381 TO WS-HASH-1.
           MOVE 7919 TO WS-HASH-2.
           PERFORM 1000-HASH-ONE-ROUND
               THRU 1000-EXIT
               VARYING WS-HASH-ROUND FROM 1 BY 1
               UNTIL WS-HASH-ROUND > HASH-ROUNDS.
           MOVE WS-HASH-RESULT-NUM TO WS-HASH-RESULT.
           MOVE SPACES TO WS-HASH-TEXT.
           GOBACK.

      *----------------------------------------------------------*
      *  1000-HASH-ONE-ROUND - FOLD EVERY CHARACTER OF THE ID AND
      *  PASSCODE INTO BOTH ACCUMULATORS. REPEATED SO A ONE-
      *  CHARACTER CHANGE SPREADS ACROSS THE WHOLE RESULT.
      *----------------------------------------------------------*
       1000-HASH-ONE-ROUND.
           PERFORM 1100-HASH-ONE-CHAR
               THRU 1100-EXIT
               VARYING WS-HASH-CHAR-IDX FROM 1 BY 1
               UNTIL WS-HASH-CHAR-IDX > 24.
       1000-EXIT.
           EXIT.

       1100-HASH-ONE-CHAR.
           COMPUTE WS-HASH-CHAR-VALUE =
               FUNCTION ORD(WS-HASH-TEXT(WS-HASH-CHAR-IDX:1)).
           COMPUTE WS-HASH-WORK =
               WS-HASH-1 * 33 + WS-HASH-CHAR-VALUE + WS-HASH-2.
           COMPUTE WS-HASH-1 =
               FUNCTION MOD(WS-HASH-WORK, HASH-PRIME-1).
           COMPUTE WS-HASH-WORK =
               WS-HASH-2 * 131
               + WS-HASH-CHAR-VALUE * WS-HASH-CHAR-IDX
               + WS-HASH-ROUND.
           COMPUTE WS-HASH-2 =
               FUNCTION MOD(WS-HASH-WORK, HASH-PRIME-2).
       1100-EXIT.
           EXIT.
       END PROGRAM PASSCODE-HASH.
