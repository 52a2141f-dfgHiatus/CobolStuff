       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF-PROPOSE.
       AUTHOR. DATA-PROCESSING.
      *> Proposes aged open items for write-off. OPEN-ITEMS-RPT
      *> showed how many items sat in the OVER-30 bucket, but
      *> nothing ever cleared them except a match - small residual
      *> items sat there for a year and inflated the aging.
      *>
      *> The WRITEOFF-CTL card sets a day threshold and an amount
      *> limit. Every OPEN-ITEMS record older than the threshold
      *> (counted in business days from BUSINESS-CAL, the
      *> first-seen day as day 1, the way OPEN-ITEMS-RPT and the
      *> customer statements age it) whose amount, either
      *> sign, is no more than the limit is written to
      *> WRITEOFF-PROPOSALS for a supervisor to approve or reject
      *> in WRITEOFF-REVIEW. An item a supervisor has already
      *> rejected (on WRITEOFF-HISTORY) is not proposed again,
      *> and neither is an item under an open dispute on
      *> DISPUTE-HOLDS - its age is the dispute's, not a sign
      *> that collections gave up on it.
      *> The proposals file is rebuilt whole every run, so an item
      *> that matched or was reversed back since the last run
      *> simply drops off or reappears as it now stands.
      *>
      *> No WRITEOFF-CTL card means no write-off policy has been
      *> set: nothing is proposed, the existing proposals are left
      *> alone, and the step ends RC-WARNING.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITEOFF-CTL
               ASSIGN TO "WRITEOFF-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT WRITEOFF-HISTORY
               ASSIGN TO "WRITEOFF-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT OPEN-ITEMS
               ASSIGN TO "OPEN-ITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-FILE-STATUS.
           SELECT DISPUTE-HOLDS
               ASSIGN TO "DISPUTE-HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.
           SELECT WRITEOFF-PROPOSALS
               ASSIGN TO "WRITEOFF-PROPOSALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-FILE-STATUS.
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
       FD  DISPUTE-HOLDS
           LABEL RECORDS ARE STANDARD.
           COPY DISPHLD.

       FD  WRITEOFF-CTL
           LABEL RECORDS ARE STANDARD.
      *> AN ITEM QUALIFIES ONCE IT HAS BEEN OPEN MORE THAN
      *> WOC-DAY-THRESHOLD BUSINESS DAYS (THE FIRST-SEEN DAY BEING
      *> DAY 1) AND ITS AMOUNT, EITHER SIGN, IS NO MORE THAN
      *> WOC-AMOUNT-LIMIT.
       01  WRITEOFF-CTL-REC.
           05  WOC-DAY-THRESHOLD       PIC 9(04).
           05  FILLER                  PIC X(02).
           05  WOC-AMOUNT-LIMIT        PIC 9(05)V99.
           05  FILLER                  PIC X(67).

       FD  WRITEOFF-HISTORY
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT WRITEOFF-REVIEW APPENDS.
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

       FD  WRITEOFF-PROPOSALS
           LABEL RECORDS ARE OMITTED.
      *> ONE RECORD PER ITEM PROPOSED, AS IT STOOD ON OPEN-ITEMS.
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

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  PROBLEM-LOG
           LABEL RECORDS ARE OMITTED.
           COPY PROBREC.

       WORKING-STORAGE SECTION.
      *> RUN CORRELATION STAMP: SET BY THE DRIVER BEFORE THE CALL.
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
      *> THE BUSINESS-CAL CALL INTERFACE.
           01  WS-CAL-FUNCTION         PIC X(01) IS EXTERNAL.
           01  WS-CAL-FROM-DATE        PIC X(08) IS EXTERNAL.
           01  WS-CAL-TO-DATE          PIC X(08) IS EXTERNAL.
           01  WS-CAL-DAYS             PIC S9(07) IS EXTERNAL.
           01  WS-CAL-RESULT-DATE      PIC X(08) IS EXTERNAL.
           01  WS-CAL-BUSINESS-DAY     PIC X(01) IS EXTERNAL.
           01  WS-CAL-STATUS           PIC X(02) IS EXTERNAL.

           01  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-HIST-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-OI-FILE-STATUS       PIC X(02) VALUE SPACES.
           01  WS-PROP-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-DH-FILE-STATUS       PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           01  WS-CTL-SWITCH           PIC X(01) VALUE 'N'.
               88  POLICY-SET                     VALUE 'Y'.

           01  WS-DAY-THRESHOLD        PIC 9(04) VALUE 0.
           01  WS-AMOUNT-LIMIT         PIC 9(05)V99 VALUE 0.

           01  WS-OPEN-COUNT           PIC 9(09) VALUE 0.
           01  WS-PROPOSED-COUNT       PIC 9(09) VALUE 0.
           01  WS-PROPOSED-TOTAL       PIC S9(11)V99 VALUE 0.
           01  WS-REJECTED-SKIP-COUNT  PIC 9(09) VALUE 0.
           01  WS-UNDATED-COUNT        PIC 9(09) VALUE 0.
           01  WS-DISPUTED-SKIP-COUNT  PIC 9(09) VALUE 0.

      *> ITEMS A SUPERVISOR HAS ALREADY TURNED DOWN - A REJECTION
      *> STANDS, SO THEY ARE NEVER PUT BACK IN FRONT OF THE REVIEW.
           01  WS-REJ-SIZE             PIC 9(04) VALUE 0.
           01  MAX-REJ-SIZE            PIC 9(04) VALUE 2000.
           01  WS-REJ-OVERFLOW         PIC 9(09) VALUE 0.
           01  WS-REJ-TABLE.
               05  WS-REJ-ENTRY OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-REJ-SIZE.
                   10  RJ-ITEM-REF     PIC X(12).
           01  WS-REJ-IDX              PIC 9(04) VALUE 0.
           01  WS-REJ-FOUND            PIC X(01) VALUE 'N'.
               88  ITEM-ALREADY-REJECTED          VALUE 'Y'.

      *> ITEMS UNDER AN OPEN DISPUTE - NOT PROPOSED WHILE IT LASTS.
           01  WS-DH-SIZE              PIC 9(04) VALUE 0.
           01  MAX-DH-SIZE             PIC 9(04) VALUE 2000.
           01  WS-DH-TABLE.
               05  WS-DH-ENTRY OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-DH-SIZE.
                   10  DH-ITEM-REF     PIC X(12).
           01  WS-DH-IDX               PIC 9(04) VALUE 0.
           01  WS-DH-FOUND             PIC X(01) VALUE 'N'.
               88  ITEM-DISPUTED                  VALUE 'Y'.

           01  WS-ITEM-AGE             PIC S9(08) VALUE 0.
           01  WS-ABS-AMOUNT           PIC 9(05)V99 VALUE 0.
           01  WS-SHOW-AMOUNT          PIC ZZZZ9.99-.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "OIT=".
               05  WS-PS-OIT       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "PRP=".
               05  WS-PS-PRP       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(05)
                                   VALUE "OPEN=".
               05  WS-PC-OPEN
                                   PIC 9(09).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(09)
                                   VALUE "PROPOSED=".
               05  WS-PC-PROPOSED
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
           MOVE 'N' TO WS-CTL-SWITCH.
           MOVE 0 TO WS-DAY-THRESHOLD.
           MOVE 0 TO WS-AMOUNT-LIMIT.
           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 0 TO WS-PROPOSED-COUNT.
           MOVE 0 TO WS-PROPOSED-TOTAL.
           MOVE 0 TO WS-REJECTED-SKIP-COUNT.
           MOVE 0 TO WS-UNDATED-COUNT.
           MOVE 0 TO WS-REJ-SIZE.
           MOVE 0 TO WS-REJ-OVERFLOW.
           MOVE 0 TO WS-DISPUTED-SKIP-COUNT.
           MOVE 0 TO WS-DH-SIZE.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-READ-WRITEOFF-CTL
               THRU 1000-EXIT.
           IF NOT POLICY-SET
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1100-LOAD-REJECTIONS
               THRU 1100-EXIT.
           PERFORM 1200-LOAD-DISPUTES
               THRU 1200-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 2000-PROPOSE-ITEMS
               THRU 2000-EXIT.
           DISPLAY "OPEN ITEMS EXAMINED:      " WS-OPEN-COUNT.
           DISPLAY "WRITE-OFFS PROPOSED:      " WS-PROPOSED-COUNT.
           MOVE WS-PROPOSED-TOTAL TO WS-SHOW-AMOUNT.
           DISPLAY "AMOUNT PROPOSED:          " WS-SHOW-AMOUNT.
           IF WS-REJECTED-SKIP-COUNT > 0
               DISPLAY "PREVIOUSLY REJECTED, NOT PROPOSED: "
                   WS-REJECTED-SKIP-COUNT
           END-IF.
           IF WS-DISPUTED-SKIP-COUNT > 0
               DISPLAY "UNDER DISPUTE, NOT PROPOSED: "
                   WS-DISPUTED-SKIP-COUNT
           END-IF.
           IF WS-UNDATED-COUNT > 0
               DISPLAY "OPEN ITEMS WITH NO USABLE FIRST-SEEN DATE: "
                   WS-UNDATED-COUNT
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
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
      *  1000-READ-WRITEOFF-CTL - THE WRITE-OFF POLICY. WITHOUT
      *  IT THERE IS NOTHING TO MEASURE AN ITEM AGAINST, SO THE
      *  RUN PROPOSES NOTHING RATHER THAN GUESS.
      *----------------------------------------------------------*
       1000-READ-WRITEOFF-CTL.
           OPEN INPUT WRITEOFF-CTL.
           IF WS-CTL-FILE-STATUS = "35"
               DISPLAY "NO WRITEOFF-CTL - NO WRITE-OFFS PROPOSED"
               SET RC-WARNING TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "WRITEOFF-CTL OPEN FAILED, FILE STATUS="
                   WS-CTL-FILE-STATUS
               MOVE "1000-READ-WRITEOFF-CTL"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           READ WRITEOFF-CTL
               AT END
                   CONTINUE
               NOT AT END
                   IF WOC-DAY-THRESHOLD IS NUMERIC
                       AND WOC-AMOUNT-LIMIT IS NUMERIC
                       MOVE WOC-DAY-THRESHOLD TO WS-DAY-THRESHOLD
                       MOVE WOC-AMOUNT-LIMIT TO WS-AMOUNT-LIMIT
                       MOVE 'Y' TO WS-CTL-SWITCH
                   END-IF
           END-READ.
           CLOSE WRITEOFF-CTL.
           IF NOT POLICY-SET
               DISPLAY "WRITEOFF-CTL HAS NO USABLE THRESHOLD AND "
                   "LIMIT - NO WRITE-OFFS PROPOSED"
               SET RC-WARNING TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-LOAD-REJECTIONS - EVERY ITEM REJECTED ON AN EARLIER
      *  REVIEW, FROM THE WRITE-OFF HISTORY.
      *----------------------------------------------------------*
       1100-LOAD-REJECTIONS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT WRITEOFF-HISTORY.
           IF WS-HIST-FILE-STATUS = "35"
               GO TO 1100-EXIT
           END-IF.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "WRITEOFF-HISTORY OPEN FAILED, FILE STATUS="
                   WS-HIST-FILE-STATUS
               MOVE "1100-LOAD-REJECTIONS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-HISTORY
               THRU 1110-EXIT
               UNTIL END-OF-FILE.
           CLOSE WRITEOFF-HISTORY.
           IF WS-REJ-OVERFLOW > 0
               DISPLAY "WRITEOFF-HISTORY HOLDS MORE THAN "
                   MAX-REJ-SIZE " REJECTIONS - "
                   WS-REJ-OVERFLOW " NOT LOADED"
               MOVE "1100-LOAD-REJECTIONS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-HISTORY.
           READ WRITEOFF-HISTORY
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1110-EXIT
           END-IF.
           IF WOH-DECISION NOT = 'J'
               GO TO 1110-EXIT
           END-IF.
           IF WS-REJ-SIZE >= MAX-REJ-SIZE
               ADD 1 TO WS-REJ-OVERFLOW
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-REJ-SIZE.
           MOVE WOH-ITEM-REF TO RJ-ITEM-REF(WS-REJ-SIZE).
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-LOAD-DISPUTES - THE OPEN DISPUTES ON DISPUTE-HOLDS.
      *  NO FILE MEANS NOTHING IS IN DISPUTE. A FILE TOO BIG FOR
      *  THE TABLE STOPS THE RUN RATHER THAN PROPOSE A DISPUTED
      *  ITEM.
      *----------------------------------------------------------*
       1200-LOAD-DISPUTES.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT DISPUTE-HOLDS.
           IF WS-DH-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           IF WS-DH-FILE-STATUS NOT = "00"
               DISPLAY "DISPUTE-HOLDS OPEN FAILED, FILE STATUS="
                   WS-DH-FILE-STATUS
               MOVE "1200-LOAD-DISPUTES"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-DISPUTE
               THRU 1210-EXIT
               UNTIL END-OF-FILE.
           CLOSE DISPUTE-HOLDS.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-DISPUTE.
           READ DISPUTE-HOLDS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1210-EXIT
           END-IF.
           IF NOT DSP-OPEN
               GO TO 1210-EXIT
           END-IF.
           IF WS-DH-SIZE >= MAX-DH-SIZE
               DISPLAY "DISPUTE-HOLDS HOLDS MORE THAN "
                   MAX-DH-SIZE " OPEN DISPUTES"
               MOVE "1210-LOAD-ONE-DISPUTE"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-DH-SIZE.
           MOVE DSP-ITEM-REF TO DH-ITEM-REF(WS-DH-SIZE).
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-PROPOSE-ITEMS - REBUILD WRITEOFF-PROPOSALS FROM THE
      *  CURRENT OPEN ITEMS.
      *----------------------------------------------------------*
       2000-PROPOSE-ITEMS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT OPEN-ITEMS.
           IF WS-OI-FILE-STATUS = "35"
               DISPLAY "NO OPEN-ITEMS - NOTHING TO PROPOSE"
           ELSE
               IF WS-OI-FILE-STATUS NOT = "00"
                   DISPLAY "OPEN-ITEMS OPEN FAILED, FILE STATUS="
                       WS-OI-FILE-STATUS
                   MOVE "2000-PROPOSE-ITEMS"
                       TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT WRITEOFF-PROPOSALS.
           IF WS-PROP-FILE-STATUS NOT = "00"
               DISPLAY "WRITEOFF-PROPOSALS OPEN FAILED, FILE STATUS="
                   WS-PROP-FILE-STATUS
               MOVE "2000-PROPOSE-ITEMS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               IF WS-OI-FILE-STATUS = "00"
                   CLOSE OPEN-ITEMS
               END-IF
               GO TO 2000-EXIT
           END-IF.
           IF WS-OI-FILE-STATUS = "00"
               PERFORM 2100-JUDGE-ONE-ITEM
                   THRU 2100-EXIT
                   UNTIL END-OF-FILE
               CLOSE OPEN-ITEMS
           END-IF.
           CLOSE WRITEOFF-PROPOSALS.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2100-JUDGE-ONE-ITEM - PROPOSE THE ITEM IF IT IS OLD
      *  ENOUGH, SMALL ENOUGH, NOT ALREADY TURNED DOWN, AND NOT
      *  IN DISPUTE.
      *----------------------------------------------------------*
       2100-JUDGE-ONE-ITEM.
           READ OPEN-ITEMS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           IF OI-FIRST-SEEN IS NOT NUMERIC
               OR OI-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               GO TO 2100-EXIT
           END-IF.
           MOVE 'B' TO WS-CAL-FUNCTION.
           MOVE OI-FIRST-SEEN TO WS-CAL-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-CAL-TO-DATE.
           CALL "BUSINESS-CAL".
           IF WS-CAL-STATUS = "90"
               ADD 1 TO WS-UNDATED-COUNT
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-ITEM-AGE = WS-CAL-DAYS + 1.
           IF WS-ITEM-AGE NOT > WS-DAY-THRESHOLD
               GO TO 2100-EXIT
           END-IF.
           IF OI-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - OI-AMOUNT
           ELSE
               MOVE OI-AMOUNT TO WS-ABS-AMOUNT
           END-IF.
           IF WS-ABS-AMOUNT > WS-AMOUNT-LIMIT
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WS-REJ-FOUND.
           PERFORM 2110-MATCH-ONE-REJECTION
               THRU 2110-EXIT
               VARYING WS-REJ-IDX FROM 1 BY 1
               UNTIL WS-REJ-IDX > WS-REJ-SIZE
               OR ITEM-ALREADY-REJECTED.
           IF ITEM-ALREADY-REJECTED
               ADD 1 TO WS-REJECTED-SKIP-COUNT
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WS-DH-FOUND.
           PERFORM 2120-MATCH-ONE-DISPUTE
               THRU 2120-EXIT
               VARYING WS-DH-IDX FROM 1 BY 1
               UNTIL WS-DH-IDX > WS-DH-SIZE
               OR ITEM-DISPUTED.
           IF ITEM-DISPUTED
               ADD 1 TO WS-DISPUTED-SKIP-COUNT
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WRITEOFF-PROPOSAL-REC.
           MOVE OI-ITEM-REF TO WOP-ITEM-REF.
           MOVE OI-FIRST-SEEN TO WOP-FIRST-SEEN.
           MOVE OI-AMOUNT TO WOP-AMOUNT.
           MOVE WS-ITEM-AGE TO WOP-AGE-DAYS.
           MOVE WS-RUN-DATE TO WOP-PROPOSED-DATE.
           WRITE WRITEOFF-PROPOSAL-REC.
           ADD 1 TO WS-PROPOSED-COUNT.
           ADD OI-AMOUNT TO WS-PROPOSED-TOTAL.
       2100-EXIT.
           EXIT.

       2110-MATCH-ONE-REJECTION.
           IF RJ-ITEM-REF(WS-REJ-IDX) = OI-ITEM-REF
               MOVE 'Y' TO WS-REJ-FOUND
           END-IF.
       2110-EXIT.
           EXIT.

       2120-MATCH-ONE-DISPUTE.
           IF DH-ITEM-REF(WS-DH-IDX) = OI-ITEM-REF
               MOVE 'Y' TO WS-DH-FOUND
           END-IF.
       2120-EXIT.
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
           MOVE "WRITEOFF-PROPOSE"    TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-OPEN-COUNT        TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-PROPOSED-COUNT    TO AUD-OUTPUT-COUNT.
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
           IF WS-AUDIT-OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO AUD-OPERATOR-ID
           ELSE
               MOVE WS-AUDIT-OPERATOR-ID TO AUD-OPERATOR-ID
           END-IF.
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
           MOVE WS-OI-FILE-STATUS
               TO WS-PS-OIT.
           MOVE WS-PROP-FILE-STATUS
               TO WS-PS-PRP.
           MOVE WS-OPEN-COUNT TO WS-PC-OPEN.
           MOVE WS-PROPOSED-COUNT TO WS-PC-PROPOSED.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "WRITEOFF-PROPOSE"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE "OPEN-ITEMS"
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM WRITEOFF-PROPOSE.
