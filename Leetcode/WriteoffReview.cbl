       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF-REVIEW.
       AUTHOR. DATA-PROCESSING.
      *> Supervisor review of the aged open items WRITEOFF-PROPOSE
      *> has put up for write-off, worked the same way
      *> SETTLE-RELEASE works the held settlements.
      *>
      *> Shows each proposal (item reference, amount, first-seen
      *> date, age) and asks for a decision:
      *>     'A' = APPROVE - THE ITEM IS WRITTEN OFF
      *>     'J' = REJECT - THE ITEM STAYS OPEN AND IS NEVER
      *>           PROPOSED AGAIN
      *>     'Q' = QUIT - THIS AND EVERY REMAINING PROPOSAL STAYS
      *>           PENDING FOR THE NEXT REVIEW
      *> A proposal whose item is no longer on OPEN-ITEMS at the
      *> amount proposed (it matched, or changed, since the
      *> proposal run) is dropped without a prompt.
      *>
      *> An approved write-off:
      *>   - LEAVES OPEN-ITEMS;
      *>   - ENTERS SETTLED-PAIRS AS MATCH TYPE 'W', WHICH
      *>     ONE-DIMENSIONAL KEEPS PERMANENTLY AND USES TO SHUT
      *>     THE ITEM OUT OF EVERY LATER MATCH;
      *>   - IS APPENDED TO SETTLEMENT-ADJUSTMENTS AS A 'W'
      *>     DETAIL, SO SETTLEMENT-POST POSTS IT AND GL-EXTRACT
      *>     JOURNALS IT TO THE WRITE-OFF ACCOUNT THAT
      *>     GL-ACCOUNT-MAP NAMES FOR MATCH TYPE 'W'.
      *> Every approval and rejection is added to WRITEOFF-HISTORY
      *> with the supervisor's ID. The write-off register
      *> (WRITEOFF-RPT) lists the session's decisions with who
      *> made each one, then the total written off in every
      *> period on the history. Proposals still pending at end of
      *> run leave the step RC-WARNING.
      *>
      *> Normally dispatched from OPER-MENU, which supplies the
      *> signed-on supervisor through the shared audit stamp; run
      *> standalone it asks for the ID itself.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> be CALLed from the menu or run as its own job step.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITEOFF-PROPOSALS
               ASSIGN TO "WRITEOFF-PROPOSALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-FILE-STATUS.
           SELECT OPEN-ITEMS
               ASSIGN TO "OPEN-ITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-FILE-STATUS.
           SELECT SETTLED-PAIRS
               ASSIGN TO "SETTLED-PAIRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPH-FILE-STATUS.
           SELECT SETTLEMENT-ADJUSTMENTS
               ASSIGN TO "SETTLEMENT-ADJUSTMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT WRITEOFF-HISTORY
               ASSIGN TO "WRITEOFF-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT WRITEOFF-RPT
               ASSIGN TO "WRITEOFF-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG
               ASSIGN TO "AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT PROBLEM-LOG
               ASSIGN TO "PROBLEM-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WRITEOFF-PROPOSALS
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT WRITEOFF-PROPOSE WRITES.
       01  WRITEOFF-PROPOSAL-REC.
           05  WOP-ITEM-REF            PIC X(12).
           05  FILLER                  PIC X(02).
           05  WOP-FIRST-SEEN          PIC X(08).
           05  FILLER                  PIC X(02).
           05  WOP-AMOUNT              PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  WOP-AGE-DAYS            PIC 9(05).
           05  FILLER                  PIC X(02).
           05  WOP-PROPOSED-DATE       PIC X(08).
           05  FILLER                  PIC X(31).

       FD  OPEN-ITEMS
           LABEL RECORDS ARE OMITTED.
       01  OPEN-ITEM-REC.
           05  OI-ITEM-REF             PIC X(12).
           05  FILLER                  PIC X(02).
           05  OI-FIRST-SEEN           PIC X(08).
           05  FILLER                  PIC X(02).
           05  OI-AMOUNT               PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  OI-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(02).
           05  OI-ORIG-AMOUNT          PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  OI-FIRST-RATE           PIC 9(03)V9(06).
           05  FILLER                  PIC X(02).
           05  OI-CUST-KEY             PIC X(10).
           05  FILLER                  PIC X(02).
           05  OI-ENTITY               PIC X(03).

       FD  SETTLED-PAIRS
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT TWO-SUM WRITES.
       01  SETTLED-PAIR-REC.
           05  SPH-SETTLED-DATE        PIC X(08).
           05  FILLER                  PIC X(02).
           05  SPH-TARGET              PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  SPH-REF-1               PIC X(12).
           05  FILLER                  PIC X(02).
           05  SPH-REF-2               PIC X(12).
           05  FILLER                  PIC X(02).
           05  SPH-REF-3               PIC X(12).
           05  FILLER                  PIC X(02).
           05  SPH-MATCH-TYPE          PIC X(01).
           05  FILLER                  PIC X(02).
           05  SPH-MATCHED-AMOUNT      PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  SPH-AMOUNT-1            PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  SPH-AMOUNT-2            PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  SPH-AMOUNT-3            PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  SPH-FIRST-SEEN-1        PIC X(08).
           05  FILLER                  PIC X(02).
           05  SPH-FIRST-SEEN-2        PIC X(08).
           05  FILLER                  PIC X(02).
           05  SPH-FIRST-SEEN-3        PIC X(08).
           05  FILLER                  PIC X(02).
           05  SPH-CUST-KEY            PIC X(10).
           05  FILLER                  PIC X(02).
           05  SPH-ENTITY              PIC X(03).

       FD  SETTLEMENT-ADJUSTMENTS
           LABEL RECORDS ARE OMITTED.
           COPY SETTREC REPLACING ==SETTLEMENT-REC== BY
               ==SETT-ADJ-REC==.

       FD  WRITEOFF-HISTORY
           LABEL RECORDS ARE OMITTED.
      *> ONE RECORD PER DECISION TAKEN, NEVER REWRITTEN.
      *> WOH-DECISION 'A' = APPROVED (WRITTEN OFF), 'J' = REJECTED.
       01  WRITEOFF-HISTORY-REC.
           05  WOH-DECISION-DATE       PIC X(08).
           05  FILLER                  PIC X(02).
           05  WOH-PERIOD              PIC X(06).
           05  FILLER                  PIC X(02).
           05  WOH-ITEM-REF            PIC X(12).
           05  FILLER                  PIC X(02).
           05  WOH-AMOUNT              PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  WOH-FIRST-SEEN          PIC X(08).
           05  FILLER                  PIC X(02).
           05  WOH-DECISION            PIC X(01).
           05  FILLER                  PIC X(02).
           05  WOH-APPROVER            PIC X(08).
           05  FILLER                  PIC X(17).

       FD  WRITEOFF-RPT
           LABEL RECORDS ARE OMITTED.
       01  WRITEOFF-RPT-LINE           PIC X(110).

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  PROBLEM-LOG
           LABEL RECORDS ARE OMITTED.
           COPY PROBREC.

       WORKING-STORAGE SECTION.
      *> RUN CORRELATION STAMP: SET BY OPER-MENU BEFORE THE CALL.
      *> ZERO/BLANK MEANS A STANDALONE RUN.
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

           01  WS-PROP-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-OI-FILE-STATUS       PIC X(02) VALUE SPACES.
           01  WS-SPH-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-ADJ-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-HIST-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
           01  WS-SUPERVISOR-ID        PIC X(08) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.

           01  WS-PROPOSAL-COUNT       PIC 9(04) VALUE 0.
           01  WS-APPROVED-COUNT       PIC 9(09) VALUE 0.
           01  WS-APPROVED-TOTAL       PIC S9(11)V99 VALUE 0.
           01  WS-REJECTED-COUNT       PIC 9(09) VALUE 0.
           01  WS-GONE-COUNT           PIC 9(09) VALUE 0.
           01  WS-PENDING-COUNT        PIC 9(09) VALUE 0.

      *> EVERY PROPOSAL FOR THE SESSION: THE RAW RECORD IMAGE
      *> (REWRITTEN VERBATIM IF STILL PENDING) AND THE DECISION.
           01  WS-PROP-SIZE            PIC 9(04) VALUE 0.
           01  MAX-PROP-SIZE           PIC 9(04) VALUE 2000.
           01  WS-PROP-OVERFLOW        PIC 9(09) VALUE 0.
           01  WS-PROP-TABLE.
               05  WS-PROP-ENTRY OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-PROP-SIZE.
                   10  PT-IMAGE        PIC X(80).
                   10  PT-DECISION     PIC X(01).
      *> 'A' = APPROVED, 'J' = REJECTED, 'G' = NO LONGER OPEN,
      *> 'P' = STILL PENDING.
                   10  PT-OI-IDX       PIC 9(04).
           01  WS-PROP-IDX             PIC 9(04) VALUE 0.

      *> THE CURRENT OPEN-ITEMS FILE, SO EACH PROPOSAL CAN BE
      *> CHECKED AGAINST IT AND THE FILE REWRITTEN WITHOUT THE
      *> ITEMS WRITTEN OFF.
           01  WS-OI-SIZE              PIC 9(04) VALUE 0.
           01  MAX-OI-SIZE             PIC 9(04) VALUE 9999.
           01  WS-OI-OVERFLOW          PIC 9(09) VALUE 0.
           01  WS-OI-TABLE.
               05  WS-OI-ENTRY OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON WS-OI-SIZE.
                   10  OT-IMAGE        PIC X(75).
                   10  OT-WRITTEN-OFF  PIC X(01).
           01  WS-OI-IDX               PIC 9(04) VALUE 0.
           01  WS-OI-FOUND             PIC X(01) VALUE 'N'.
               88  ITEM-STILL-OPEN                VALUE 'Y'.

      *> APPROVED AMOUNT PER PERIOD ACROSS THE WHOLE HISTORY, IN
      *> THE ORDER THE PERIODS FIRST APPEAR (THE HISTORY IS
      *> APPENDED IN DATE ORDER).
           01  WS-PER-SIZE             PIC 9(03) VALUE 0.
           01  MAX-PER-SIZE            PIC 9(03) VALUE 240.
           01  WS-PER-TABLE.
               05  WS-PER-ENTRY OCCURS 1 TO 240 TIMES
                                   DEPENDING ON WS-PER-SIZE.
                   10  PR-PERIOD       PIC X(06).
                   10  PR-COUNT        PIC 9(09).
                   10  PR-AMOUNT       PIC S9(11)V99.
           01  WS-PER-IDX              PIC 9(03) VALUE 0.
           01  WS-PER-FOUND            PIC X(01) VALUE 'N'.
               88  PERIOD-FOUND                   VALUE 'Y'.

           01  WS-ANSWER               PIC X(01) VALUE SPACES.
           01  WS-QUIT-SWITCH          PIC X(01) VALUE 'N'.
               88  REVIEW-QUIT                    VALUE 'Y'.

           01  WS-SHOW-AMOUNT          PIC ZZZZ9.99-.
           01  WS-SHOW-DAYS            PIC ZZZZ9.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(33)
                   VALUE "AGED OPEN-ITEM WRITE-OFFS - ".
               05  RH-RUN-DATE         PIC X(08).
               05  FILLER              PIC X(15)
                   VALUE "   SUPERVISOR: ".
               05  RH-SUPERVISOR       PIC X(08).
               05  FILLER              PIC X(46) VALUE SPACES.
           01  RPT-HEADING-2.
               05  FILLER              PIC X(14) VALUE "ITEM REF".
               05  FILLER              PIC X(12) VALUE "    AMOUNT".
               05  FILLER              PIC X(12) VALUE "FIRST SEEN".
               05  FILLER              PIC X(08) VALUE "   DAYS".
               05  FILLER              PIC X(16) VALUE "DECISION".
               05  FILLER              PIC X(48) VALUE "DECIDED BY".
           01  RPT-HEADING-3           PIC X(110) VALUE SPACES.

           01  RPT-DECISION-LINE.
               05  DL-ITEM-REF         PIC X(12).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  DL-AMOUNT           PIC ZZZZ9.99-.
               05  FILLER              PIC X(03) VALUE SPACES.
               05  DL-FIRST-SEEN       PIC X(08).
               05  FILLER              PIC X(04) VALUE SPACES.
               05  DL-DAYS             PIC ZZZZ9.
               05  FILLER              PIC X(03) VALUE SPACES.
               05  DL-DECISION         PIC X(14).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  DL-DECIDED-BY       PIC X(08).
               05  FILLER              PIC X(40) VALUE SPACES.

           01  RPT-COUNT-LINE.
               05  RCL-LABEL           PIC X(30).
               05  RCL-COUNT           PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(69) VALUE SPACES.
           01  RPT-AMOUNT-LINE.
               05  RAL-LABEL           PIC X(30).
               05  RAL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(62) VALUE SPACES.
           01  RPT-PERIOD-HEADING.
               05  FILLER              PIC X(30)
                   VALUE "TOTAL WRITTEN OFF BY PERIOD".
               05  FILLER              PIC X(80) VALUE SPACES.
           01  RPT-PERIOD-LINE.
               05  FILLER              PIC X(07) VALUE "PERIOD ".
               05  PL-PERIOD           PIC X(06).
               05  FILLER              PIC X(04) VALUE SPACES.
               05  PL-COUNT            PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(07) VALUE " ITEMS ".
               05  PL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(57) VALUE SPACES.
           01  RPT-BLANK               PIC X(110) VALUE SPACES.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "PRP=".
               05  WS-PS-PRP       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "OIT=".
               05  WS-PS-OIT       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "ADJ=".
               05  WS-PS-ADJ       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "SPH=".
               05  WS-PS-SPH       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(09)
                                   VALUE "PROPOSED=".
               05  WS-PC-PROPOSED
                                   PIC 9(04).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(09)
                                   VALUE "APPROVED=".
               05  WS-PC-APPROVED
                                   PIC 9(09).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.

           COPY RETCODES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *> RESET EVERY SWITCH, COUNT, AND THE RETURN CODE EXPLICITLY -
      *> UNDER STATIC CALL, WORKING-STORAGE VALUE CLAUSES ONLY APPLY
      *> ON THE FIRST LOAD OF THE RUN UNIT, NOT ON EVERY CALL.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-QUIT-SWITCH.
           MOVE 0 TO WS-PROP-SIZE.
           MOVE 0 TO WS-PROP-OVERFLOW.
           MOVE 0 TO WS-OI-SIZE.
           MOVE 0 TO WS-OI-OVERFLOW.
           MOVE 0 TO WS-PER-SIZE.
           MOVE 0 TO WS-PROPOSAL-COUNT.
           MOVE 0 TO WS-APPROVED-COUNT.
           MOVE 0 TO WS-APPROVED-TOTAL.
           MOVE 0 TO WS-REJECTED-COUNT.
           MOVE 0 TO WS-GONE-COUNT.
           MOVE 0 TO WS-PENDING-COUNT.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-RESOLVE-SUPERVISOR
               THRU 0100-EXIT.
           PERFORM 1000-LOAD-PROPOSALS
               THRU 1000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           IF WS-PROP-SIZE = 0
               DISPLAY "NO WRITE-OFFS PROPOSED FOR REVIEW"
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1200-LOAD-OPEN-ITEMS
               THRU 1200-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           OPEN OUTPUT WRITEOFF-RPT.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-SUPERVISOR-ID TO RH-SUPERVISOR.
           WRITE WRITEOFF-RPT-LINE FROM RPT-HEADING-1.
           WRITE WRITEOFF-RPT-LINE FROM RPT-HEADING-2.
           WRITE WRITEOFF-RPT-LINE FROM RPT-HEADING-3.
           PERFORM 2000-REVIEW-ONE-PROPOSAL
               THRU 2000-EXIT
               VARYING WS-PROP-IDX FROM 1 BY 1
               UNTIL WS-PROP-IDX > WS-PROP-SIZE.
           PERFORM 3000-APPLY-DECISIONS
               THRU 3000-EXIT.
           PERFORM 8000-WRITE-TOTALS
               THRU 8000-EXIT.
           PERFORM 8500-WRITE-PERIOD-TOTALS
               THRU 8500-EXIT.
           CLOSE WRITEOFF-RPT.
           IF WS-PENDING-COUNT > 0 AND RC-NORMAL
               DISPLAY "WRITE-OFFS STILL PENDING: "
                   WS-PENDING-COUNT
               SET RC-WARNING TO TRUE
           END-IF.
       0000-WRAP-UP.
           MOVE PGM-RETURN-CODE TO RETURN-CODE.
           PERFORM 9100-WRITE-AUDIT-LOG
               THRU 9100-EXIT.
      *> 9100-WRITE-AUDIT-LOG CAN RAISE ITS OWN RC-ERROR IF THE
      *> AUDIT-LOG FILE ITSELF FAILS TO OPEN, SO RE-CHECK PGM-RETURN-
      *> CODE ONE LAST TIME BEFORE HANDING CONTROL BACK.
           MOVE PGM-RETURN-CODE TO RETURN-CODE.
           IF PGM-RETURN-CODE >= 8
               PERFORM 9200-WRITE-PROBLEM-LOG
                   THRU 9200-EXIT
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *  0100-RESOLVE-SUPERVISOR - THE MENU SUPPLIES THE SIGNED-ON
      *  ID THROUGH THE SHARED AUDIT STAMP; A STANDALONE RUN HAS
      *  TO ASK, SO EVERY DECISION IS ATTRIBUTABLE TO A PERSON.
      *----------------------------------------------------------*
       0100-RESOLVE-SUPERVISOR.
           IF WS-AUDIT-OPERATOR-ID = LOW-VALUES
               OR WS-AUDIT-OPERATOR-ID = SPACES
               DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING
               ACCEPT WS-SUPERVISOR-ID FROM CONSOLE
           ELSE
               MOVE WS-AUDIT-OPERATOR-ID TO WS-SUPERVISOR-ID
           END-IF.
       0100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1000-LOAD-PROPOSALS - THE WHOLE PROPOSALS FILE COMES
      *  INTO THE TABLE SO IT CAN BE REWRITTEN WITH WHAT IS STILL
      *  PENDING AFTER THE REVIEW.
      *----------------------------------------------------------*
       1000-LOAD-PROPOSALS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT WRITEOFF-PROPOSALS.
           IF WS-PROP-FILE-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           IF WS-PROP-FILE-STATUS NOT = "00"
               DISPLAY "WRITEOFF-PROPOSALS OPEN FAILED, FILE STATUS="
                   WS-PROP-FILE-STATUS
               MOVE "1000-LOAD-PROPOSALS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-PROPOSAL
               THRU 1100-EXIT
               UNTIL END-OF-FILE.
           CLOSE WRITEOFF-PROPOSALS.
           IF WS-PROP-OVERFLOW > 0
               DISPLAY "WRITEOFF-PROPOSALS HOLDS MORE THAN "
                   MAX-PROP-SIZE " RECORDS - "
                   WS-PROP-OVERFLOW " NOT REVIEWED"
               MOVE "1000-LOAD-PROPOSALS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-PROPOSAL.
           READ WRITEOFF-PROPOSALS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1100-EXIT
           END-IF.
           IF WS-PROP-SIZE >= MAX-PROP-SIZE
               ADD 1 TO WS-PROP-OVERFLOW
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-PROP-SIZE.
           MOVE WRITEOFF-PROPOSAL-REC TO PT-IMAGE(WS-PROP-SIZE).
           MOVE 'P' TO PT-DECISION(WS-PROP-SIZE).
           MOVE 0 TO PT-OI-IDX(WS-PROP-SIZE).
           ADD 1 TO WS-PROPOSAL-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-LOAD-OPEN-ITEMS - THE CURRENT OPEN ITEMS, AGAINST
      *  WHICH EVERY PROPOSAL IS CHECKED BEFORE IT IS SHOWN.
      *----------------------------------------------------------*
       1200-LOAD-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT OPEN-ITEMS.
           IF WS-OI-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           IF WS-OI-FILE-STATUS NOT = "00"
               DISPLAY "OPEN-ITEMS OPEN FAILED, FILE STATUS="
                   WS-OI-FILE-STATUS
               MOVE "1200-LOAD-OPEN-ITEMS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-OPEN-ITEM
               THRU 1210-EXIT
               UNTIL END-OF-FILE.
           CLOSE OPEN-ITEMS.
      *> A PARTIAL TABLE WOULD LOSE ITEMS WHEN THE FILE IS
      *> REWRITTEN, SO AN OVERFLOW STOPS THE REVIEW OUTRIGHT.
           IF WS-OI-OVERFLOW > 0
               DISPLAY "OPEN-ITEMS HOLDS MORE THAN "
                   MAX-OI-SIZE " RECORDS - REVIEW NOT RUN"
               MOVE "1200-LOAD-OPEN-ITEMS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-OPEN-ITEM.
           READ OPEN-ITEMS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1210-EXIT
           END-IF.
           IF WS-OI-SIZE >= MAX-OI-SIZE
               ADD 1 TO WS-OI-OVERFLOW
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-OI-SIZE.
           MOVE OPEN-ITEM-REC TO OT-IMAGE(WS-OI-SIZE).
           MOVE 'N' TO OT-WRITTEN-OFF(WS-OI-SIZE).
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-REVIEW-ONE-PROPOSAL - CONFIRM THE ITEM IS STILL
      *  OPEN AS PROPOSED, SHOW IT, AND TAKE THE SUPERVISOR'S
      *  DECISION. AFTER A QUIT, EVERYTHING LEFT STAYS PENDING
      *  WITHOUT FURTHER PROMPTS.
      *----------------------------------------------------------*
       2000-REVIEW-ONE-PROPOSAL.
           MOVE PT-IMAGE(WS-PROP-IDX) TO WRITEOFF-PROPOSAL-REC.
           IF REVIEW-QUIT
               PERFORM 2200-REGISTER-DECISION
                   THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-OI-FOUND.
           PERFORM 2100-MATCH-ONE-OPEN-ITEM
               THRU 2100-EXIT
               VARYING WS-OI-IDX FROM 1 BY 1
               UNTIL WS-OI-IDX > WS-OI-SIZE
               OR ITEM-STILL-OPEN.
           IF NOT ITEM-STILL-OPEN
               MOVE 'G' TO PT-DECISION(WS-PROP-IDX)
               ADD 1 TO WS-GONE-COUNT
               PERFORM 2200-REGISTER-DECISION
                   THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-OI-IDX.
           MOVE WS-OI-IDX TO PT-OI-IDX(WS-PROP-IDX).
           MOVE WOP-AMOUNT TO WS-SHOW-AMOUNT.
           MOVE WOP-AGE-DAYS TO WS-SHOW-DAYS.
           DISPLAY " ".
           DISPLAY "WRITE-OFF: ITEM " WOP-ITEM-REF
               "  AMOUNT " WS-SHOW-AMOUNT.
           DISPLAY "           FIRST SEEN " WOP-FIRST-SEEN
               "  DAYS OPEN " WS-SHOW-DAYS.
           DISPLAY "APPROVE, REJECT, OR QUIT (A/J/Q): "
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER FROM CONSOLE.
           EVALUATE WS-ANSWER
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO PT-DECISION(WS-PROP-IDX)
                   MOVE 'Y' TO OT-WRITTEN-OFF(WS-OI-IDX)
                   ADD 1 TO WS-APPROVED-COUNT
                   ADD WOP-AMOUNT TO WS-APPROVED-TOTAL
               WHEN 'J'
               WHEN 'j'
                   MOVE 'J' TO PT-DECISION(WS-PROP-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'Y' TO WS-QUIT-SWITCH
               WHEN OTHER
                   DISPLAY "LEFT PENDING - ANSWER NOT RECOGNIZED"
           END-EVALUATE.
           PERFORM 2200-REGISTER-DECISION
               THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

      *> THE ITEM MUST STILL BE OPEN AT THE AMOUNT PROPOSED - AN
      *> ITEM WHOSE AMOUNT HAS MOVED WAS NOT WHAT WAS PROPOSED.
       2100-MATCH-ONE-OPEN-ITEM.
           MOVE OT-IMAGE(WS-OI-IDX) TO OPEN-ITEM-REC.
           IF OI-ITEM-REF = WOP-ITEM-REF
               AND OI-AMOUNT = WOP-AMOUNT
               AND OT-WRITTEN-OFF(WS-OI-IDX) = 'N'
               MOVE 'Y' TO WS-OI-FOUND
           END-IF.
       2100-EXIT.
           EXIT.

       2200-REGISTER-DECISION.
           MOVE SPACES TO RPT-DECISION-LINE.
           MOVE WOP-ITEM-REF TO DL-ITEM-REF.
           MOVE WOP-AMOUNT TO DL-AMOUNT.
           MOVE WOP-FIRST-SEEN TO DL-FIRST-SEEN.
           MOVE WOP-AGE-DAYS TO DL-DAYS.
           EVALUATE PT-DECISION(WS-PROP-IDX)
               WHEN 'A'
                   MOVE "WRITTEN OFF" TO DL-DECISION
                   MOVE WS-SUPERVISOR-ID TO DL-DECIDED-BY
               WHEN 'J'
                   MOVE "REJECTED" TO DL-DECISION
                   MOVE WS-SUPERVISOR-ID TO DL-DECIDED-BY
               WHEN 'G'
                   MOVE "NO LONGER OPEN" TO DL-DECISION
               WHEN OTHER
                   MOVE "STILL PENDING" TO DL-DECISION
                   ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE.
           WRITE WRITEOFF-RPT-LINE FROM RPT-DECISION-LINE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-APPLY-DECISIONS - APPROVED ITEMS GO TO THE
      *  ADJUSTMENTS FILE SETTLEMENT-POST ALREADY POSTS AND ONTO
      *  THE SETTLED-PAIRS HISTORY; EVERY DECISION GOES ON THE
      *  WRITE-OFF HISTORY; THE PROPOSALS FILE KEEPS ONLY WHAT IS
      *  STILL PENDING AND OPEN-ITEMS LOSES WHAT WAS WRITTEN OFF.
      *  ALL THE OUTPUTS ARE OPENED BEFORE ANYTHING IS WRITTEN, SO
      *  A FILE THAT WILL NOT OPEN LEAVES EVERYTHING AS IT WAS.
      *----------------------------------------------------------*
       3000-APPLY-DECISIONS.
           OPEN EXTEND SETTLEMENT-ADJUSTMENTS.
           IF WS-ADJ-FILE-STATUS = "35"
               OPEN OUTPUT SETTLEMENT-ADJUSTMENTS
           END-IF.
           IF WS-ADJ-FILE-STATUS NOT = "00"
               DISPLAY "SETTLEMENT-ADJUSTMENTS OPEN FAILED, "
                   "FILE STATUS=" WS-ADJ-FILE-STATUS
               MOVE "3000-APPLY-DECISIONS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF.
           OPEN EXTEND SETTLED-PAIRS.
           IF WS-SPH-FILE-STATUS = "35"
               OPEN OUTPUT SETTLED-PAIRS
           END-IF.
           IF WS-SPH-FILE-STATUS NOT = "00"
               DISPLAY "SETTLED-PAIRS OPEN FAILED, FILE STATUS="
                   WS-SPH-FILE-STATUS
               MOVE "3000-APPLY-DECISIONS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               CLOSE SETTLEMENT-ADJUSTMENTS
               GO TO 3000-EXIT
           END-IF.
           OPEN EXTEND WRITEOFF-HISTORY.
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT WRITEOFF-HISTORY
           END-IF.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "WRITEOFF-HISTORY OPEN FAILED, FILE STATUS="
                   WS-HIST-FILE-STATUS
               MOVE "3000-APPLY-DECISIONS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               CLOSE SETTLEMENT-ADJUSTMENTS
               CLOSE SETTLED-PAIRS
               GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT WRITEOFF-PROPOSALS.
           PERFORM 3100-APPLY-ONE-DECISION
               THRU 3100-EXIT
               VARYING WS-PROP-IDX FROM 1 BY 1
               UNTIL WS-PROP-IDX > WS-PROP-SIZE.
           CLOSE SETTLEMENT-ADJUSTMENTS.
           CLOSE SETTLED-PAIRS.
           CLOSE WRITEOFF-HISTORY.
           CLOSE WRITEOFF-PROPOSALS.
           IF WS-APPROVED-COUNT > 0
               PERFORM 3300-REWRITE-OPEN-ITEMS
                   THRU 3300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-APPLY-ONE-DECISION.
           MOVE PT-IMAGE(WS-PROP-IDX) TO WRITEOFF-PROPOSAL-REC.
           EVALUATE PT-DECISION(WS-PROP-IDX)
               WHEN 'A'
                   PERFORM 3200-WRITE-OFF-ITEM
                       THRU 3200-EXIT
                   PERFORM 3250-WRITE-HISTORY
                       THRU 3250-EXIT
               WHEN 'J'
                   PERFORM 3250-WRITE-HISTORY
                       THRU 3250-EXIT
               WHEN 'P'
                   WRITE WRITEOFF-PROPOSAL-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3200-WRITE-OFF-ITEM - THE 'W' DETAIL FOR THE POSTING PATH
      *  (THE ITEM IS BOTH TARGET AND MATCHED AMOUNT, IN BASE) AND
      *  THE MATCHING 'W' ENTRY ON THE SETTLED-PAIRS HISTORY,
      *  CARRYING THE ITEM'S AMOUNT AND FIRST-SEEN DATE SO
      *  SETTLE-REVERSE CAN PUT IT BACK EXACTLY AS IT STOOD.
      *  BOTH CARRY THE ITEM'S CUSTOMER AND ENTITY FROM
      *  OPEN-ITEMS, SO THE WRITE-OFF POSTS TO THAT ENTITY'S BOOKS.
      *----------------------------------------------------------*
       3200-WRITE-OFF-ITEM.
           MOVE OT-IMAGE(PT-OI-IDX(WS-PROP-IDX)) TO OPEN-ITEM-REC.
           MOVE SPACES TO SETT-ADJ-REC.
           MOVE 'D' TO SETT-REC-TYPE.
           MOVE WS-RUN-DATE TO SETT-RUN-DATE.
           MOVE WOP-AMOUNT TO SETT-TARGET-VALUE.
           MOVE WOP-ITEM-REF TO SETT-REF-1.
           MOVE 'W' TO SETT-MATCH-TYPE.
           MOVE WOP-AMOUNT TO SETT-MATCHED-AMOUNT.
           MOVE WOP-AMOUNT TO SETT-ORIG-AMOUNT.
           MOVE OI-CUST-KEY TO SETT-CUST-KEY.
           MOVE OI-ENTITY TO SETT-ENTITY.
           WRITE SETT-ADJ-REC.
           MOVE SPACES TO SETTLED-PAIR-REC.
           MOVE WS-RUN-DATE TO SPH-SETTLED-DATE.
           MOVE WOP-AMOUNT TO SPH-TARGET.
           MOVE WOP-ITEM-REF TO SPH-REF-1.
           MOVE 'W' TO SPH-MATCH-TYPE.
           MOVE WOP-AMOUNT TO SPH-MATCHED-AMOUNT.
           MOVE WOP-AMOUNT TO SPH-AMOUNT-1.
           MOVE 0 TO SPH-AMOUNT-2.
           MOVE 0 TO SPH-AMOUNT-3.
           MOVE WOP-FIRST-SEEN TO SPH-FIRST-SEEN-1.
           MOVE OI-CUST-KEY TO SPH-CUST-KEY.
           MOVE OI-ENTITY TO SPH-ENTITY.
           WRITE SETTLED-PAIR-REC.
       3200-EXIT.
           EXIT.

       3250-WRITE-HISTORY.
           MOVE SPACES TO WRITEOFF-HISTORY-REC.
           MOVE WS-RUN-DATE TO WOH-DECISION-DATE.
           MOVE WS-RUN-DATE(1:6) TO WOH-PERIOD.
           MOVE WOP-ITEM-REF TO WOH-ITEM-REF.
           MOVE WOP-AMOUNT TO WOH-AMOUNT.
           MOVE WOP-FIRST-SEEN TO WOH-FIRST-SEEN.
           MOVE PT-DECISION(WS-PROP-IDX) TO WOH-DECISION.
           MOVE WS-SUPERVISOR-ID TO WOH-APPROVER.
           WRITE WRITEOFF-HISTORY-REC.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3300-REWRITE-OPEN-ITEMS - OPEN-ITEMS AGAIN, LESS EVERY
      *  ITEM WRITTEN OFF THIS SESSION.
      *----------------------------------------------------------*
       3300-REWRITE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEMS.
           IF WS-OI-FILE-STATUS NOT = "00"
               DISPLAY "OPEN-ITEMS REWRITE FAILED, FILE STATUS="
                   WS-OI-FILE-STATUS
               MOVE "3300-REWRITE-OPEN-ITEMS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3310-REWRITE-ONE-OPEN-ITEM
               THRU 3310-EXIT
               VARYING WS-OI-IDX FROM 1 BY 1
               UNTIL WS-OI-IDX > WS-OI-SIZE.
           CLOSE OPEN-ITEMS.
       3300-EXIT.
           EXIT.

       3310-REWRITE-ONE-OPEN-ITEM.
           IF OT-WRITTEN-OFF(WS-OI-IDX) = 'Y'
               GO TO 3310-EXIT
           END-IF.
           MOVE OT-IMAGE(WS-OI-IDX) TO OPEN-ITEM-REC.
           WRITE OPEN-ITEM-REC.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-TOTALS - CLOSE OUT THE SESSION'S PART OF THE
      *  REGISTER WITH ITS DECISION COUNTS.
      *----------------------------------------------------------*
       8000-WRITE-TOTALS.
           WRITE WRITEOFF-RPT-LINE FROM RPT-BLANK.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "PROPOSALS REVIEWED..........:" TO RCL-LABEL.
           MOVE WS-PROPOSAL-COUNT TO RCL-COUNT.
           WRITE WRITEOFF-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "WRITTEN OFF.................:" TO RCL-LABEL.
           MOVE WS-APPROVED-COUNT TO RCL-COUNT.
           WRITE WRITEOFF-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-AMOUNT-LINE.
           MOVE "AMOUNT WRITTEN OFF..........:" TO RAL-LABEL.
           MOVE WS-APPROVED-TOTAL TO RAL-AMOUNT.
           WRITE WRITEOFF-RPT-LINE FROM RPT-AMOUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "REJECTED....................:" TO RCL-LABEL.
           MOVE WS-REJECTED-COUNT TO RCL-COUNT.
           WRITE WRITEOFF-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "NO LONGER OPEN - DROPPED....:" TO RCL-LABEL.
           MOVE WS-GONE-COUNT TO RCL-COUNT.
           WRITE WRITEOFF-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "STILL PENDING...............:" TO RCL-LABEL.
           MOVE WS-PENDING-COUNT TO RCL-COUNT.
           WRITE WRITEOFF-RPT-LINE FROM RPT-COUNT-LINE.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8500-WRITE-PERIOD-TOTALS - THE TOTAL WRITTEN OFF IN EACH
      *  PERIOD, FROM THE WHOLE WRITE-OFF HISTORY (THIS SESSION'S
      *  APPROVALS INCLUDED).
      *----------------------------------------------------------*
       8500-WRITE-PERIOD-TOTALS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT WRITEOFF-HISTORY.
           IF WS-HIST-FILE-STATUS = "35"
               GO TO 8500-EXIT
           END-IF.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "WRITEOFF-HISTORY OPEN FAILED, FILE STATUS="
                   WS-HIST-FILE-STATUS
               MOVE "8500-WRITE-PERIOD-TOTALS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 8500-EXIT
           END-IF.
           PERFORM 8510-ADD-ONE-HISTORY
               THRU 8510-EXIT
               UNTIL END-OF-FILE.
           CLOSE WRITEOFF-HISTORY.
           WRITE WRITEOFF-RPT-LINE FROM RPT-BLANK.
           WRITE WRITEOFF-RPT-LINE FROM RPT-PERIOD-HEADING.
           PERFORM 8530-WRITE-ONE-PERIOD
               THRU 8530-EXIT
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PER-SIZE.
       8500-EXIT.
           EXIT.

       8510-ADD-ONE-HISTORY.
           READ WRITEOFF-HISTORY
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 8510-EXIT
           END-IF.
           IF WOH-DECISION NOT = 'A'
               OR WOH-AMOUNT IS NOT NUMERIC
               GO TO 8510-EXIT
           END-IF.
           MOVE 'N' TO WS-PER-FOUND.
           PERFORM 8520-MATCH-ONE-PERIOD
               THRU 8520-EXIT
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PER-SIZE
               OR PERIOD-FOUND.
           IF PERIOD-FOUND
               SUBTRACT 1 FROM WS-PER-IDX
           ELSE
               IF WS-PER-SIZE >= MAX-PER-SIZE
                   GO TO 8510-EXIT
               END-IF
               ADD 1 TO WS-PER-SIZE
               MOVE WS-PER-SIZE TO WS-PER-IDX
               MOVE WOH-PERIOD TO PR-PERIOD(WS-PER-IDX)
               MOVE 0 TO PR-COUNT(WS-PER-IDX)
               MOVE 0 TO PR-AMOUNT(WS-PER-IDX)
           END-IF.
           ADD 1 TO PR-COUNT(WS-PER-IDX).
           ADD WOH-AMOUNT TO PR-AMOUNT(WS-PER-IDX).
       8510-EXIT.
           EXIT.

       8520-MATCH-ONE-PERIOD.
           IF PR-PERIOD(WS-PER-IDX) = WOH-PERIOD
               MOVE 'Y' TO WS-PER-FOUND
           END-IF.
       8520-EXIT.
           EXIT.

       8530-WRITE-ONE-PERIOD.
           MOVE PR-PERIOD(WS-PER-IDX) TO PL-PERIOD.
           MOVE PR-COUNT(WS-PER-IDX) TO PL-COUNT.
           MOVE PR-AMOUNT(WS-PER-IDX) TO PL-AMOUNT.
           WRITE WRITEOFF-RPT-LINE FROM RPT-PERIOD-LINE.
       8530-EXIT.
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
                   MOVE "9100-WRITE-AUDIT-LOG"
                       TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
               END-IF
           END-IF.
           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE "WRITEOFF-REVIEW"     TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-PROPOSAL-COUNT    TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-APPROVED-COUNT    TO AUD-OUTPUT-COUNT.
           MOVE WS-REJECTED-COUNT    TO AUD-OUTPUT-COUNT-2.
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
           MOVE WS-SUPERVISOR-ID     TO AUD-OPERATOR-ID.
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

      *----------------------------------------------------------*
      *  9200-WRITE-PROBLEM-LOG - RETURN CODE 8 OR WORSE: APPEND
      *  A DIAGNOSTICS SNAPSHOT (FAILING PARAGRAPH, FILE
      *  STATUSES, KEY COUNTERS, INPUT FILE IN EFFECT) TO THE
      *  SHARED PROBLEM-LOG SO SUPPORT CAN WORK FROM THE LOG
      *  INSTEAD OF RERUNNING THE JOB TO REPRODUCE THE FAILURE.
      *----------------------------------------------------------*
       9200-WRITE-PROBLEM-LOG.
           OPEN EXTEND PROBLEM-LOG.
           IF WS-PROB-FILE-STATUS = "35"
               OPEN OUTPUT PROBLEM-LOG
           END-IF.
           IF WS-PROB-FILE-STATUS NOT = "00"
               DISPLAY "PROBLEM-LOG OPEN FAILED, FILE STATUS="
                   WS-PROB-FILE-STATUS
               GO TO 9200-EXIT
           END-IF.
           MOVE WS-PROP-FILE-STATUS
               TO WS-PS-PRP.
           MOVE WS-OI-FILE-STATUS
               TO WS-PS-OIT.
           MOVE WS-ADJ-FILE-STATUS
               TO WS-PS-ADJ.
           MOVE WS-SPH-FILE-STATUS
               TO WS-PS-SPH.
           MOVE WS-PROPOSAL-COUNT TO WS-PC-PROPOSED.
           MOVE WS-APPROVED-COUNT TO WS-PC-APPROVED.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "WRITEOFF-REVIEW"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE "WRITEOFF-PROPOSALS"
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM WRITEOFF-REVIEW.
