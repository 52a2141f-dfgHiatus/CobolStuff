       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-MAINT.
       AUTHOR. DATA-PROCESSING.
      *> Maintenance for the DISPUTE-HOLDS file - the items a
      *> customer has contested. Until now nothing stopped
      *> ONE-DIMENSIONAL matching a disputed invoice into the next
      *> payment that happened to fit, and the item went on aging
      *> into OVER-30 as if collections were ignoring it. An item
      *> under an open dispute is now held out of the match and
      *> out of the aging: it is carried forward on OPEN-ITEMS
      *> and shown in its own disputed bucket on OPEN-ITEMS-RPT.
      *>
      *> Dispatched from OPER-MENU. The session is a simple
      *> console dialogue, keyed on the item reference:
      *>     A = OPEN A DISPUTE (REASON AND EXPECTED-RESOLUTION
      *>         DATE) - OR RE-OPEN A RESOLVED ONE
      *>     E = CHANGE THE EXPECTED-RESOLUTION DATE
      *>     R = RESOLVE A DISPUTE - THE ITEM MATCHES NORMALLY
      *>         AGAIN FROM THE NEXT RUN
      *>     L = LIST THE OPEN DISPUTES
      *>     Q = QUIT (SAVING THE CHANGES)
      *> Every change is printed to the DISPUTE-MAINT-RPT
      *> register with the clerk who made it, and the file is
      *> rewritten only at the end of the session. The clerk
      *> comes from the shared audit stamp; run standalone the
      *> module asks for it.
      *>
      *> An expected-resolution date must be a real date, checked
      *> through BUSINESS-CAL, and may not already be past. An
      *> open dispute still on file after its date is flagged
      *> "FOLLOW UP" on the list, and the register ends with every
      *> such dispute; any at all leave the step RC-WARNING, as
      *> ONE-DIMENSIONAL's open-items report does.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> be CALLed from the menu or run as its own job step.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-HOLDS
               ASSIGN TO "DISPUTE-HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-FILE-STATUS.
           SELECT DISPUTE-MAINT-RPT
               ASSIGN TO "DISPUTE-MAINT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG
               ASSIGN TO "AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-HOLDS
           LABEL RECORDS ARE STANDARD.
           COPY DISPHLD.

       FD  DISPUTE-MAINT-RPT
           LABEL RECORDS ARE OMITTED.
       01  DISPUTE-RPT-LINE            PIC X(100).

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
      *> RUN CORRELATION STAMP: SET BY OPER-MENU BEFORE THE CALL.
      *> THE OPERATOR ID IS THE SIGNED-ON CLERK.
           01  WS-AUDIT-RUN-NUMBER     PIC 9(06) IS EXTERNAL.
           01  WS-AUDIT-RUN-DATE       PIC X(08) IS EXTERNAL.
           01  WS-AUDIT-OPERATOR-ID    PIC X(08) IS EXTERNAL.
      *> THE LOG-CHAIN CALL INTERFACE.
           01  WS-CHAIN-FUNCTION       PIC X(01) IS EXTERNAL.
           01  WS-CHAIN-LOG-NAME       PIC X(20) IS EXTERNAL.
           01  WS-CHAIN-RECORD         PIC X(200) IS EXTERNAL.
           01  WS-CHAIN-SEQ            PIC 9(09) IS EXTERNAL.
           01  WS-CHAIN-PREV-HASH      PIC X(18) IS EXTERNAL.
           01  WS-CHAIN-HASH           PIC X(18) IS EXTERNAL.
           01  WS-CHAIN-STATUS         PIC X(02) IS EXTERNAL.

      *> THE BUSINESS-CAL CALL INTERFACE - USED HERE ONLY TO ASK
      *> WHETHER A KEYED DATE IS A REAL ONE.
           01  WS-CAL-FUNCTION         PIC X(01) IS EXTERNAL.
           01  WS-CAL-FROM-DATE        PIC X(08) IS EXTERNAL.
           01  WS-CAL-TO-DATE          PIC X(08) IS EXTERNAL.
           01  WS-CAL-DAYS             PIC S9(07) IS EXTERNAL.
           01  WS-CAL-RESULT-DATE      PIC X(08) IS EXTERNAL.
           01  WS-CAL-BUSINESS-DAY     PIC X(01) IS EXTERNAL.
           01  WS-CAL-STATUS           PIC X(02) IS EXTERNAL.

           01  WS-DISPUTE-FILE-STATUS  PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
           01  WS-RUN-TIME             PIC X(08) VALUE SPACES.
           01  WS-CLERK-ID             PIC X(08) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.

           01  WS-CHANGE-COUNT         PIC 9(09) VALUE 0.
           01  WS-OPEN-COUNT           PIC 9(09) VALUE 0.
           01  WS-FOLLOW-UP-COUNT      PIC 9(09) VALUE 0.

      *> THE WHOLE DISPUTE FILE, HELD FOR THE SESSION AND
      *> REWRITTEN AT THE END.
           01  WS-DSP-SIZE             PIC 9(04) VALUE 0.
           01  MAX-DSP-SIZE            PIC 9(04) VALUE 2000.
           01  WS-DSP-TABLE.
               05  WS-DSP-ENTRY OCCURS 2000 TIMES.
                   10  DT-REF          PIC X(12).
                   10  DT-STATUS       PIC X(01).
                   10  DT-OPENED-DATE  PIC X(08).
                   10  DT-CLERK        PIC X(08).
                   10  DT-RESOLVE-BY   PIC X(08).
                   10  DT-REASON       PIC X(40).
                   10  DT-RESOLVED-DATE
                                       PIC X(08).
                   10  DT-RESOLVED-BY  PIC X(08).
           01  WS-DSP-IDX              PIC 9(04) VALUE 0.
           01  WS-DSP-FOUND            PIC X(01) VALUE 'N'.
               88  DISPUTE-FOUND                  VALUE 'Y'.

           01  WS-ACTION               PIC X(01) VALUE SPACES.
           01  WS-SESSION-DONE         PIC X(01) VALUE 'N'.
               88  SESSION-DONE                   VALUE 'Y'.
           01  WS-TARGET-REF           PIC X(12) VALUE SPACES.
           01  WS-NEW-REASON           PIC X(40) VALUE SPACES.
           01  WS-NEW-DATE             PIC X(08) VALUE SPACES.
           01  WS-DATE-SWITCH          PIC X(01) VALUE 'N'.
               88  DATE-ACCEPTED                  VALUE 'Y'.
           01  WS-REGISTER-TEXT        PIC X(60) VALUE SPACES.
           01  WS-FOLLOW-UP-TEXT       PIC X(09) VALUE SPACES.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(29)
                   VALUE "DISPUTE HOLD MAINTENANCE     ".
               05  H-RUN-DATE          PIC X(08).
               05  FILLER              PIC X(09)
                   VALUE "  CLERK: ".
               05  H-CLERK             PIC X(08).
               05  FILLER              PIC X(46) VALUE SPACES.
           01  RPT-HEADING-2.
               05  FILLER              PIC X(10) VALUE "TIME".
               05  FILLER              PIC X(14) VALUE "ITEM REF".
               05  FILLER              PIC X(76) VALUE "CHANGE".
           01  RPT-HEADING-3           PIC X(100) VALUE SPACES.

           01  RPT-CHANGE-LINE.
               05  CL-TIME             PIC X(08).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  CL-ITEM-REF         PIC X(12).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  CL-CHANGE           PIC X(60).
               05  FILLER              PIC X(16) VALUE SPACES.
           01  RPT-FOLLOW-UP-HEADING.
               05  FILLER              PIC X(25)
                   VALUE "OPEN DISPUTES PAST THEIR ".
               05  FILLER              PIC X(75)
                   VALUE "EXPECTED RESOLUTION DATE".
           01  RPT-FOLLOW-UP-LINE.
               05  FL-ITEM-REF         PIC X(12).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  FL-RESOLVE-BY       PIC X(08).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  FL-CLERK            PIC X(08).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  FL-REASON           PIC X(40).
               05  FILLER              PIC X(26) VALUE SPACES.
           01  RPT-COUNT-LINE.
               05  RCL-LABEL           PIC X(24).
               05  RCL-COUNT           PIC ZZZ,ZZ9.
               05  FILLER              PIC X(69) VALUE SPACES.

           COPY RETCODES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *> RESET EVERY SWITCH, COUNT, AND THE RETURN CODE EXPLICITLY -
      *> UNDER STATIC CALL, WORKING-STORAGE VALUE CLAUSES ONLY APPLY
      *> ON THE FIRST LOAD OF THE RUN UNIT, NOT ON EVERY CALL.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-SESSION-DONE.
           MOVE 0 TO WS-CHANGE-COUNT.
           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 0 TO WS-FOLLOW-UP-COUNT.
           MOVE 0 TO WS-DSP-SIZE.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-AUDIT-OPERATOR-ID = LOW-VALUES
               OR WS-AUDIT-OPERATOR-ID = SPACES
               DISPLAY "CLERK ID: " WITH NO ADVANCING
               ACCEPT WS-CLERK-ID FROM CONSOLE
           ELSE
               MOVE WS-AUDIT-OPERATOR-ID TO WS-CLERK-ID
           END-IF.
           PERFORM 1000-LOAD-DISPUTES
               THRU 1000-EXIT.
           OPEN OUTPUT DISPUTE-MAINT-RPT.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           MOVE WS-CLERK-ID TO H-CLERK.
           WRITE DISPUTE-RPT-LINE FROM RPT-HEADING-1.
           WRITE DISPUTE-RPT-LINE FROM RPT-HEADING-2.
           WRITE DISPUTE-RPT-LINE FROM RPT-HEADING-3.
           PERFORM 2000-RUN-SESSION
               THRU 2000-EXIT
               UNTIL SESSION-DONE.
           IF NOT RC-ERROR
               PERFORM 7000-REWRITE-DISPUTES
                   THRU 7000-EXIT
           END-IF.
           PERFORM 8000-WRITE-FOLLOW-UPS
               THRU 8000-EXIT.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "CHANGES THIS SESSION..:" TO RCL-LABEL.
           MOVE WS-CHANGE-COUNT TO RCL-COUNT.
           WRITE DISPUTE-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "OPEN DISPUTES.........:" TO RCL-LABEL.
           MOVE WS-OPEN-COUNT TO RCL-COUNT.
           WRITE DISPUTE-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "FOR FOLLOW-UP.........:" TO RCL-LABEL.
           MOVE WS-FOLLOW-UP-COUNT TO RCL-COUNT.
           WRITE DISPUTE-RPT-LINE FROM RPT-COUNT-LINE.
           CLOSE DISPUTE-MAINT-RPT.
           IF WS-FOLLOW-UP-COUNT > 0
               DISPLAY "DISPUTES PAST THEIR RESOLUTION DATE: "
                   WS-FOLLOW-UP-COUNT " - SEE DISPUTE-MAINT-RPT"
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
           END-IF.
           MOVE PGM-RETURN-CODE TO RETURN-CODE.
           PERFORM 9100-WRITE-AUDIT-LOG
               THRU 9100-EXIT.
           MOVE PGM-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *  1000-LOAD-DISPUTES - THE WHOLE FILE INTO THE SESSION
      *  TABLE. NO FILE YET MEANS NO ITEM HAS EVER BEEN DISPUTED.
      *  A FILE TOO BIG FOR THE TABLE IS NOT REWRITTEN, SO NO
      *  DISPUTE IS LOST.
      *----------------------------------------------------------*
       1000-LOAD-DISPUTES.
           OPEN INPUT DISPUTE-HOLDS.
           IF WS-DISPUTE-FILE-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           IF WS-DISPUTE-FILE-STATUS NOT = "00"
               DISPLAY "DISPUTE-HOLDS OPEN FAILED, FILE STATUS="
                   WS-DISPUTE-FILE-STATUS
               SET RC-ERROR TO TRUE
               MOVE 'Y' TO WS-SESSION-DONE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-DISPUTE
               THRU 1100-EXIT
               UNTIL END-OF-FILE.
           CLOSE DISPUTE-HOLDS.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-DISPUTE.
           READ DISPUTE-HOLDS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1100-EXIT
           END-IF.
           IF DSP-ITEM-REF = SPACES
               GO TO 1100-EXIT
           END-IF.
           IF WS-DSP-SIZE >= MAX-DSP-SIZE
               DISPLAY "DISPUTE-HOLDS HOLDS MORE THAN "
                   MAX-DSP-SIZE " RECORDS - FILE LEFT AS IT IS"
               SET RC-ERROR TO TRUE
               MOVE 'Y' TO WS-SESSION-DONE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-DSP-SIZE.
           MOVE DSP-ITEM-REF TO DT-REF(WS-DSP-SIZE).
           MOVE DSP-STATUS TO DT-STATUS(WS-DSP-SIZE).
           MOVE DSP-OPENED-DATE TO DT-OPENED-DATE(WS-DSP-SIZE).
           MOVE DSP-CLERK TO DT-CLERK(WS-DSP-SIZE).
           MOVE DSP-RESOLVE-BY TO DT-RESOLVE-BY(WS-DSP-SIZE).
           MOVE DSP-REASON TO DT-REASON(WS-DSP-SIZE).
           MOVE DSP-RESOLVED-DATE TO DT-RESOLVED-DATE(WS-DSP-SIZE).
           MOVE DSP-RESOLVED-BY TO DT-RESOLVED-BY(WS-DSP-SIZE).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-RUN-SESSION - ONE ACTION PER PASS UNTIL THE CLERK
      *  QUITS.
      *----------------------------------------------------------*
       2000-RUN-SESSION.
           DISPLAY " ".
           DISPLAY "A=OPEN E=CHANGE-DATE R=RESOLVE L=LIST Q=QUIT".
           DISPLAY "ACTION: " WITH NO ADVANCING.
           ACCEPT WS-ACTION FROM CONSOLE.
           EVALUATE WS-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM 3000-OPEN-DISPUTE
                       THRU 3000-EXIT
               WHEN 'E'
               WHEN 'e'
                   PERFORM 3100-CHANGE-DATE
                       THRU 3100-EXIT
               WHEN 'R'
               WHEN 'r'
                   PERFORM 3200-RESOLVE-DISPUTE
                       THRU 3200-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM 3400-LIST-DISPUTES
                       THRU 3400-EXIT
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'Y' TO WS-SESSION-DONE
               WHEN OTHER
                   DISPLAY "ACTION NOT RECOGNIZED"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2500-FIND-DISPUTE - ASK FOR THE ITEM REFERENCE AND
      *  LOCATE ITS TABLE ENTRY IN WS-DSP-IDX.
      *----------------------------------------------------------*
       2500-FIND-DISPUTE.
           DISPLAY "ITEM REFERENCE: " WITH NO ADVANCING.
           MOVE SPACES TO WS-TARGET-REF.
           ACCEPT WS-TARGET-REF FROM CONSOLE.
           MOVE 'N' TO WS-DSP-FOUND.
           PERFORM 2600-MATCH-ONE-DISPUTE
               THRU 2600-EXIT
               VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-DSP-SIZE
               OR DISPUTE-FOUND.
           IF DISPUTE-FOUND
               SUBTRACT 1 FROM WS-DSP-IDX
           END-IF.
       2500-EXIT.
           EXIT.

       2600-MATCH-ONE-DISPUTE.
           IF DT-REF(WS-DSP-IDX) = WS-TARGET-REF
               MOVE 'Y' TO WS-DSP-FOUND
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2700-ACCEPT-RESOLVE-BY - THE EXPECTED-RESOLUTION DATE,
      *  YYYYMMDD. BUSINESS-CAL SAYS WHETHER IT IS A REAL DATE;
      *  A DATE ALREADY PAST IS REFUSED.
      *----------------------------------------------------------*
       2700-ACCEPT-RESOLVE-BY.
           MOVE 'N' TO WS-DATE-SWITCH.
           DISPLAY "EXPECTED RESOLUTION DATE (YYYYMMDD): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-DATE.
           ACCEPT WS-NEW-DATE FROM CONSOLE.
           MOVE 'D' TO WS-CAL-FUNCTION.
           MOVE WS-NEW-DATE TO WS-CAL-FROM-DATE.
           CALL "BUSINESS-CAL".
           IF WS-CAL-STATUS = "90"
               DISPLAY "NOT A VALID DATE: " WS-NEW-DATE
               GO TO 2700-EXIT
           END-IF.
           IF WS-NEW-DATE < WS-RUN-DATE
               DISPLAY "DATE IS ALREADY PAST: " WS-NEW-DATE
               GO TO 2700-EXIT
           END-IF.
           MOVE 'Y' TO WS-DATE-SWITCH.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-OPEN-DISPUTE - A NEW DISPUTE, OR A RESOLVED ONE
      *  RE-OPENED IN PLACE. AN ITEM ALREADY UNDER AN OPEN
      *  DISPUTE IS LEFT ALONE.
      *----------------------------------------------------------*
       3000-OPEN-DISPUTE.
           PERFORM 2500-FIND-DISPUTE
               THRU 2500-EXIT.
           IF WS-TARGET-REF = SPACES
               DISPLAY "ITEM REFERENCE REQUIRED"
               GO TO 3000-EXIT
           END-IF.
           IF DISPUTE-FOUND
               AND DT-STATUS(WS-DSP-IDX) = 'O'
               DISPLAY "ALREADY UNDER AN OPEN DISPUTE - NOT OPENED"
               GO TO 3000-EXIT
           END-IF.
           IF NOT DISPUTE-FOUND
               AND WS-DSP-SIZE >= MAX-DSP-SIZE
               DISPLAY "DISPUTE FILE FULL - NOT OPENED"
               SET RC-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "REASON: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-REASON.
           ACCEPT WS-NEW-REASON FROM CONSOLE.
           IF WS-NEW-REASON = SPACES
               DISPLAY "REASON REQUIRED - NOT OPENED"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2700-ACCEPT-RESOLVE-BY
               THRU 2700-EXIT.
           IF NOT DATE-ACCEPTED
               DISPLAY "NOT OPENED"
               GO TO 3000-EXIT
           END-IF.
           IF DISPUTE-FOUND
               MOVE "RE-OPENED" TO WS-REGISTER-TEXT
           ELSE
               ADD 1 TO WS-DSP-SIZE
               MOVE WS-DSP-SIZE TO WS-DSP-IDX
               MOVE WS-TARGET-REF TO DT-REF(WS-DSP-IDX)
               MOVE "OPENED" TO WS-REGISTER-TEXT
           END-IF.
           MOVE 'O' TO DT-STATUS(WS-DSP-IDX).
           MOVE WS-RUN-DATE TO DT-OPENED-DATE(WS-DSP-IDX).
           MOVE WS-CLERK-ID TO DT-CLERK(WS-DSP-IDX).
           MOVE WS-NEW-DATE TO DT-RESOLVE-BY(WS-DSP-IDX).
           MOVE WS-NEW-REASON TO DT-REASON(WS-DSP-IDX).
           MOVE SPACES TO DT-RESOLVED-DATE(WS-DSP-IDX).
           MOVE SPACES TO DT-RESOLVED-BY(WS-DSP-IDX).
           MOVE SPACES TO CL-CHANGE.
           STRING WS-REGISTER-TEXT DELIMITED BY SPACE
                  " - DUE " DELIMITED BY SIZE
                  WS-NEW-DATE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-NEW-REASON DELIMITED BY SIZE
               INTO CL-CHANGE
           END-STRING.
           MOVE CL-CHANGE TO WS-REGISTER-TEXT.
           PERFORM 5000-REGISTER-CHANGE
               THRU 5000-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3100-CHANGE-DATE - A NEW EXPECTED-RESOLUTION DATE FOR AN
      *  OPEN DISPUTE, E.G. WHEN THE CUSTOMER ASKS FOR MORE TIME.
      *----------------------------------------------------------*
       3100-CHANGE-DATE.
           PERFORM 2500-FIND-DISPUTE
               THRU 2500-EXIT.
           IF NOT DISPUTE-FOUND
               OR DT-STATUS(WS-DSP-IDX) NOT = 'O'
               DISPLAY "NO OPEN DISPUTE FOR: " WS-TARGET-REF
               GO TO 3100-EXIT
           END-IF.
           DISPLAY "NOW DUE " DT-RESOLVE-BY(WS-DSP-IDX).
           PERFORM 2700-ACCEPT-RESOLVE-BY
               THRU 2700-EXIT.
           IF NOT DATE-ACCEPTED
               DISPLAY "DATE NOT CHANGED"
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO WS-REGISTER-TEXT.
           STRING "DUE DATE " DELIMITED BY SIZE
                  DT-RESOLVE-BY(WS-DSP-IDX) DELIMITED BY SIZE
                  " CHANGED TO " DELIMITED BY SIZE
                  WS-NEW-DATE DELIMITED BY SIZE
               INTO WS-REGISTER-TEXT
           END-STRING.
           MOVE WS-NEW-DATE TO DT-RESOLVE-BY(WS-DSP-IDX).
           PERFORM 5000-REGISTER-CHANGE
               THRU 5000-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3200-RESOLVE-DISPUTE - THE DISPUTE IS SETTLED. THE
      *  RECORD STAYS ON FILE AS RESOLVED, AND THE ITEM RETURNS
      *  TO NORMAL MATCHING AND AGING FROM THE NEXT RUN.
      *----------------------------------------------------------*
       3200-RESOLVE-DISPUTE.
           PERFORM 2500-FIND-DISPUTE
               THRU 2500-EXIT.
           IF NOT DISPUTE-FOUND
               OR DT-STATUS(WS-DSP-IDX) NOT = 'O'
               DISPLAY "NO OPEN DISPUTE FOR: " WS-TARGET-REF
               GO TO 3200-EXIT
           END-IF.
           MOVE 'R' TO DT-STATUS(WS-DSP-IDX).
           MOVE WS-RUN-DATE TO DT-RESOLVED-DATE(WS-DSP-IDX).
           MOVE WS-CLERK-ID TO DT-RESOLVED-BY(WS-DSP-IDX).
           MOVE "RESOLVED - BACK TO NORMAL MATCHING"
               TO WS-REGISTER-TEXT.
           PERFORM 5000-REGISTER-CHANGE
               THRU 5000-EXIT.
       3200-EXIT.
           EXIT.

       3400-LIST-DISPUTES.
           PERFORM 3410-LIST-ONE-DISPUTE
               THRU 3410-EXIT
               VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-DSP-SIZE.
       3400-EXIT.
           EXIT.

       3410-LIST-ONE-DISPUTE.
           IF DT-STATUS(WS-DSP-IDX) NOT = 'O'
               GO TO 3410-EXIT
           END-IF.
           IF DT-RESOLVE-BY(WS-DSP-IDX) < WS-RUN-DATE
               MOVE "FOLLOW UP" TO WS-FOLLOW-UP-TEXT
           ELSE
               MOVE SPACES TO WS-FOLLOW-UP-TEXT
           END-IF.
           DISPLAY "  " DT-REF(WS-DSP-IDX)
               " DUE " DT-RESOLVE-BY(WS-DSP-IDX)
               " BY " DT-CLERK(WS-DSP-IDX)
               " " DT-REASON(WS-DSP-IDX)
               " " WS-FOLLOW-UP-TEXT.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-REGISTER-CHANGE - ONE REGISTER LINE PER CHANGE:
      *  WHEN, WHICH ITEM, WHAT WAS DONE. THE CLERK IS ON THE
      *  PAGE HEADING.
      *----------------------------------------------------------*
       5000-REGISTER-CHANGE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO RPT-CHANGE-LINE.
           MOVE WS-RUN-TIME TO CL-TIME.
           MOVE WS-TARGET-REF TO CL-ITEM-REF.
           MOVE WS-REGISTER-TEXT TO CL-CHANGE.
           WRITE DISPUTE-RPT-LINE FROM RPT-CHANGE-LINE.
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY "DONE: " WS-TARGET-REF " "
               WS-REGISTER-TEXT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7000-REWRITE-DISPUTES - THE SESSION'S VIEW GOES BACK TO
      *  DISK IN FULL.
      *----------------------------------------------------------*
       7000-REWRITE-DISPUTES.
           IF WS-DSP-SIZE = 0
               GO TO 7000-EXIT
           END-IF.
           OPEN OUTPUT DISPUTE-HOLDS.
           IF WS-DISPUTE-FILE-STATUS NOT = "00"
               DISPLAY "DISPUTE-HOLDS REWRITE FAILED, "
                   "FILE STATUS=" WS-DISPUTE-FILE-STATUS
               SET RC-ERROR TO TRUE
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-WRITE-ONE-DISPUTE
               THRU 7100-EXIT
               VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-DSP-SIZE.
           CLOSE DISPUTE-HOLDS.
       7000-EXIT.
           EXIT.

       7100-WRITE-ONE-DISPUTE.
           MOVE SPACES TO DISPUTE-HOLD-REC.
           MOVE DT-REF(WS-DSP-IDX) TO DSP-ITEM-REF.
           MOVE DT-STATUS(WS-DSP-IDX) TO DSP-STATUS.
           MOVE DT-OPENED-DATE(WS-DSP-IDX) TO DSP-OPENED-DATE.
           MOVE DT-CLERK(WS-DSP-IDX) TO DSP-CLERK.
           MOVE DT-RESOLVE-BY(WS-DSP-IDX) TO DSP-RESOLVE-BY.
           MOVE DT-REASON(WS-DSP-IDX) TO DSP-REASON.
           MOVE DT-RESOLVED-DATE(WS-DSP-IDX) TO DSP-RESOLVED-DATE.
           MOVE DT-RESOLVED-BY(WS-DSP-IDX) TO DSP-RESOLVED-BY.
           WRITE DISPUTE-HOLD-REC.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-FOLLOW-UPS - EVERY OPEN DISPUTE PAST ITS
      *  EXPECTED-RESOLUTION DATE, FOR COLLECTIONS TO CHASE.
      *----------------------------------------------------------*
       8000-WRITE-FOLLOW-UPS.
           WRITE DISPUTE-RPT-LINE FROM RPT-HEADING-3.
           WRITE DISPUTE-RPT-LINE FROM RPT-FOLLOW-UP-HEADING.
           WRITE DISPUTE-RPT-LINE FROM RPT-HEADING-3.
           PERFORM 8100-CHECK-ONE-FOLLOW-UP
               THRU 8100-EXIT
               VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-DSP-SIZE.
           WRITE DISPUTE-RPT-LINE FROM RPT-HEADING-3.
       8000-EXIT.
           EXIT.

       8100-CHECK-ONE-FOLLOW-UP.
           IF DT-STATUS(WS-DSP-IDX) NOT = 'O'
               GO TO 8100-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           IF DT-RESOLVE-BY(WS-DSP-IDX) NOT < WS-RUN-DATE
               GO TO 8100-EXIT
           END-IF.
           ADD 1 TO WS-FOLLOW-UP-COUNT.
           MOVE SPACES TO RPT-FOLLOW-UP-LINE.
           MOVE DT-REF(WS-DSP-IDX) TO FL-ITEM-REF.
           MOVE DT-RESOLVE-BY(WS-DSP-IDX) TO FL-RESOLVE-BY.
           MOVE DT-CLERK(WS-DSP-IDX) TO FL-CLERK.
           MOVE DT-REASON(WS-DSP-IDX) TO FL-REASON.
           WRITE DISPUTE-RPT-LINE FROM RPT-FOLLOW-UP-LINE.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9100-WRITE-AUDIT-LOG - APPEND ONE TRAIL RECORD TO THE
      *  SHARED AUDIT-LOG FILE FOR THIS RUN.
      *----------------------------------------------------------*
       9100-WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-END-TIME FROM TIME.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           ELSE
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "AUDIT-LOG OPEN FAILED, FILE STATUS="
                       WS-AUDIT-FILE-STATUS
                   SET RC-ERROR TO TRUE
               END-IF
           END-IF.
           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE "DISPUTE-MAINT"       TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-DSP-SIZE          TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-CHANGE-COUNT      TO AUD-OUTPUT-COUNT.
           MOVE WS-FOLLOW-UP-COUNT   TO AUD-OUTPUT-COUNT-2.
           IF WS-AUDIT-RUN-NUMBER IS NUMERIC
               MOVE WS-AUDIT-RUN-NUMBER TO AUD-RUN-NUMBER
           ELSE
               MOVE 0 TO AUD-RUN-NUMBER
           END-IF.
      *> ON A STANDALONE RUN THE EXTERNAL STAMP FIELDS STILL HOLD
      *> LOW-VALUES - BINARY ZEROS A LINE SEQUENTIAL WRITE REJECTS
      *> (FILE STATUS 71), SILENTLY LOSING THE WHOLE RECORD.
           IF WS-AUDIT-RUN-DATE = LOW-VALUES
               MOVE SPACES TO AUD-RUN-DATE
           ELSE
               MOVE WS-AUDIT-RUN-DATE TO AUD-RUN-DATE
           END-IF.
           MOVE WS-CLERK-ID          TO AUD-OPERATOR-ID.
      *> NUMBER THE RECORD AND CHAIN IT TO THE ONE BEFORE.
           MOVE SPACES TO AUD-CHAIN.
           MOVE 'N' TO WS-CHAIN-FUNCTION.
           MOVE "AUDIT-LOG" TO WS-CHAIN-LOG-NAME.
           MOVE AUDIT-LOG-REC TO WS-CHAIN-RECORD.
           CALL "LOG-CHAIN".
           IF WS-CHAIN-STATUS = "00"
               MOVE WS-CHAIN-SEQ TO AUD-CHAIN-SEQ
               MOVE WS-CHAIN-PREV-HASH TO AUD-CHAIN-PREV-HASH
               MOVE WS-CHAIN-HASH TO AUD-CHAIN-HASH
           END-IF.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-LOG.
       9100-EXIT.
           EXIT.
       END PROGRAM DISPUTE-MAINT.
