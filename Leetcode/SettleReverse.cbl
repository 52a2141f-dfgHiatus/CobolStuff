       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLE-REVERSE.
       AUTHOR. DATA-PROCESSING.
      *> Unwinds a posted match. Once a pair or triple had gone out
      *> and posted there was no way back when the customer
      *> disputed it or a clerk approved the wrong near-miss - a
      *> correcting entry was rekeyed into the ledger and
      *> SETTLED-PAIRS was edited by hand.
      *>
      *> Each REVERSAL-REQUESTS record names a settled combination
      *> by its item references (as SETT-REF-1/2/3 carried them),
      *> who asked for the reversal, and why. For each request the
      *> combination is found on the SETTLED-PAIRS history and:
      *>   - A NEGATIVE COPY OF THE ORIGINAL DETAIL (SAME TARGET,
      *>     REFERENCES AND MATCH TYPE, MINUS THE MATCHED AMOUNT)
      *>     IS APPENDED TO SETTLEMENT-ADJUSTMENTS, SO TONIGHT'S
      *>     SETTLEMENT-POST PUTS THE NEGATIVE ENTRY THROUGH THE
      *>     LEDGER AND POSTING-SUMMARY AND GL-EXTRACT JOURNALS IT
      *>     AGAINST THE SAME GL-ACCOUNT-MAP ACCOUNTS AS THE
      *>     ORIGINAL;
      *>   - THE COMBINATION IS REMOVED FROM SETTLED-PAIRS, SO THE
      *>     ITEMS CAN MATCH AGAIN;
      *>   - EACH ITEM GOES BACK ON OPEN-ITEMS WITH ITS AMOUNT AND
      *>     THE FIRST-SEEN DATE IT CARRIED WHEN IT SETTLED (ITS
      *>     ORIGINAL CURRENCY AND AMOUNT COME BACK WITH THE NEXT
      *>     NIGHT'S FEED; FX-REVALUE STILL HOLDS ITS FIRST-SEEN
      *>     RATE ON FX-POSITIONS).
      *> A request is refused - and changes nothing - when the
      *> combination is not on the history, when it settled in a
      *> period already closed on SETTLE-PERIOD-LOCK, or when it
      *> never posted (still on HELD-SETTLEMENTS awaiting
      *> release, or rejected onto HELD-REJECTS). The reversal
      *> register (SETTLE-REVERSE-RPT) lists every request with
      *> its requester and outcome; any refusal ends the step
      *> RC-WARNING. REVERSAL-REQUESTS is cleared once worked.
      *>
      *> A combination settled for the sister company is reversed
      *> in its own book: the period-closed test uses its own
      *> entity's record on SETTLE-PERIOD-LOCK, and the negative
      *> adjustment and the reopened items carry the entity
      *> SETTLED-PAIRS recorded for it (blank for our own book).
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-REQUESTS
               ASSIGN TO "REVERSAL-REQUESTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.
           SELECT SETTLED-PAIRS
               ASSIGN TO "SETTLED-PAIRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPH-FILE-STATUS.
           SELECT SETTLE-PERIOD-LOCK
               ASSIGN TO "SETTLE-PERIOD-LOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLOCK-FILE-STATUS.
           SELECT HELD-SETTLEMENTS
               ASSIGN TO "HELD-SETTLEMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT HELD-REJECTS
               ASSIGN TO "HELD-REJECTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT SETTLEMENT-ADJUSTMENTS
               ASSIGN TO "SETTLEMENT-ADJUSTMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT OPEN-ITEMS
               ASSIGN TO "OPEN-ITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-FILE-STATUS.
           SELECT SETTLE-REVERSE-RPT
               ASSIGN TO "SETTLE-REVERSE-RPT"
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
       FD  REVERSAL-REQUESTS
           LABEL RECORDS ARE STANDARD.
      *> ONE RECORD PER REVERSAL ASKED FOR. SPACES IN RVQ-REF-3
      *> NAME A PAIR.
       01  REVERSAL-REQUEST-REC.
           05  RVQ-REF-1               PIC X(12).
           05  FILLER                  PIC X(02).
           05  RVQ-REF-2               PIC X(12).
           05  FILLER                  PIC X(02).
           05  RVQ-REF-3               PIC X(12).
           05  FILLER                  PIC X(02).
           05  RVQ-REQUESTED-BY        PIC X(08).
           05  FILLER                  PIC X(02).
           05  RVQ-REASON              PIC X(30).
           05  FILLER                  PIC X(08).

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

       FD  SETTLE-PERIOD-LOCK
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT SETTLE-CLOSE WRITES - ONE RECORD PER
      *> ENTITY THAT HAS EVER CLOSED.
       01  PERIOD-LOCK-REC.
           05  SPL-CLOSED-PERIOD       PIC X(06).
           05  FILLER                  PIC X(02).
           05  SPL-CLOSED-DATE         PIC X(08).
           05  FILLER                  PIC X(02).
           05  SPL-ENTITY              PIC X(03).
           05  FILLER                  PIC X(59).

       FD  HELD-SETTLEMENTS
           LABEL RECORDS ARE OMITTED.
      *> ONLY THE LEADING SETTREC DETAIL FIELDS ARE NEEDED HERE.
       01  HELD-SETTLEMENT-REC.
           05  HLD-REC-TYPE            PIC X(01).
           05  HLD-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  HLD-TARGET-VALUE        PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  HLD-REF-1               PIC X(12).
           05  FILLER                  PIC X(02).
           05  HLD-REF-2               PIC X(12).
           05  FILLER                  PIC X(02).
           05  HLD-REF-3               PIC X(12).
           05  FILLER                  PIC X(50).

       FD  HELD-REJECTS
           LABEL RECORDS ARE OMITTED.
       01  HELD-REJECT-REC.
           05  REJ-REC-TYPE            PIC X(01).
           05  REJ-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  REJ-TARGET-VALUE        PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  REJ-REF-1               PIC X(12).
           05  FILLER                  PIC X(02).
           05  REJ-REF-2               PIC X(12).
           05  FILLER                  PIC X(02).
           05  REJ-REF-3               PIC X(12).
           05  FILLER                  PIC X(50).

       FD  SETTLEMENT-ADJUSTMENTS
           LABEL RECORDS ARE OMITTED.
           COPY SETTREC REPLACING ==SETTLEMENT-REC== BY
               ==SETT-ADJ-REC==.

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

       FD  SETTLE-REVERSE-RPT
           LABEL RECORDS ARE OMITTED.
       01  REVERSE-RPT-LINE            PIC X(110).

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  PROBLEM-LOG
           LABEL RECORDS ARE OMITTED.
           COPY PROBREC.

       WORKING-STORAGE SECTION.
      *> RUN CORRELATION STAMP: SET BY THE DRIVER (OR OPER-MENU
      *> FOR AD-HOC DISPATCHES) FROM THE RUN-CONTROL FILE BEFORE
      *> THE CALL. ZERO MEANS A STANDALONE RUN.
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

           01  WS-REQ-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-SPH-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-PLOCK-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-HELD-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-REJ-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-ADJ-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-OI-FILE-STATUS       PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.

      *> THE LATEST CLOSED PERIOD, YYYYMM, OF THE ENTITY IN HAND -
      *> SPACES WHEN IT HAS NOT CLOSED YET.
           01  WS-CLOSED-PERIOD        PIC X(06) VALUE SPACES.
      *> EVERY ENTITY'S CLOSED PERIOD, AS SETTLE-PERIOD-LOCK HOLDS
      *> THEM. AN ENTITY NOT LISTED HAS NEVER BEEN CLOSED.
           01  WS-LOCK-SIZE            PIC 9(02) VALUE 0.
           01  MAX-LOCK-SIZE           PIC 9(02) VALUE 10.
           01  WS-LOCK-TABLE.
               05  WS-LOCK-ENTRY OCCURS 10 TIMES.
                   10  PL-ENTITY       PIC X(03).
                   10  PL-PERIOD       PIC X(06).
           01  WS-LOCK-IDX             PIC 9(02) VALUE 0.

           01  WS-REQUEST-COUNT        PIC 9(09) VALUE 0.
           01  WS-REVERSED-COUNT       PIC 9(09) VALUE 0.
           01  WS-REFUSED-COUNT        PIC 9(09) VALUE 0.
           01  WS-REOPENED-COUNT       PIC 9(09) VALUE 0.
           01  WS-REVERSED-TOTAL       PIC S9(11)V99 VALUE 0.

      *> THE WHOLE SETTLED-PAIRS HISTORY: EACH RECORD IMAGE AND
      *> WHETHER TONIGHT REVERSED IT. THE FILE IS REWRITTEN
      *> WITHOUT THE REVERSED ENTRIES.
           01  WS-SPH-SIZE             PIC 9(04) VALUE 0.
           01  MAX-SPH-SIZE            PIC 9(04) VALUE 5000.
           01  WS-SPH-OVERFLOW         PIC 9(09) VALUE 0.
           01  WS-SPH-TABLE.
               05  WS-SPH-ENTRY OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-SPH-SIZE.
                   10  SP-IMAGE        PIC X(152).
                   10  SP-REVERSED     PIC X(01).
           01  WS-SPH-IDX              PIC 9(04) VALUE 0.
           01  WS-SPH-FOUND            PIC X(01) VALUE 'N'.
               88  COMBINATION-FOUND              VALUE 'Y'.

      *> COMBINATIONS THAT NEVER POSTED: 'H' STILL HELD FOR
      *> RELEASE, 'J' REJECTED BY THE SUPERVISOR.
           01  WS-UNP-SIZE             PIC 9(04) VALUE 0.
           01  MAX-UNP-SIZE            PIC 9(04) VALUE 2000.
           01  WS-UNP-TABLE.
               05  WS-UNP-ENTRY OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-UNP-SIZE.
                   10  UP-REF-1        PIC X(12).
                   10  UP-REF-2        PIC X(12).
                   10  UP-REF-3        PIC X(12).
                   10  UP-STATE        PIC X(01).
           01  WS-UNP-IDX              PIC 9(04) VALUE 0.
           01  WS-UNP-FOUND            PIC X(01) VALUE 'N'.
               88  NEVER-POSTED                   VALUE 'Y'.

      *> ITEMS ALREADY ON OPEN-ITEMS, SO AN ITEM SHARED BY TWO
      *> REVERSED COMBINATIONS IS NOT REOPENED TWICE.
           01  WS-OPEN-SIZE            PIC 9(04) VALUE 0.
           01  MAX-OPEN-SIZE           PIC 9(04) VALUE 9999.
           01  WS-OPEN-TABLE.
               05  WS-OPEN-ENTRY OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON WS-OPEN-SIZE
                                   PIC X(12).
           01  WS-OPEN-IDX             PIC 9(04) VALUE 0.
           01  WS-OPEN-FOUND           PIC X(01) VALUE 'N'.
               88  ALREADY-OPEN                   VALUE 'Y'.

      *> THE ITEM BEING PUT BACK ON OPEN-ITEMS.
           01  WS-REOPEN-REF           PIC X(12) VALUE SPACES.
           01  WS-REOPEN-AMOUNT        PIC S9(05)V99 VALUE 0.
           01  WS-REOPEN-FIRST-SEEN    PIC X(08) VALUE SPACES.

           01  WS-OUTCOME              PIC X(24) VALUE SPACES.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(33)
                   VALUE "SETTLEMENT REVERSAL REGISTER - ".
               05  RH-RUN-DATE         PIC X(08).
               05  FILLER              PIC X(69) VALUE SPACES.
           01  RPT-HEADING-2.
               05  FILLER              PIC X(10) VALUE "SETTLED".
               05  FILLER              PIC X(11) VALUE "  TARGET".
               05  FILLER              PIC X(15)
                   VALUE "      REVERSED".
               05  FILLER              PIC X(13) VALUE "REF-1".
               05  FILLER              PIC X(13) VALUE "REF-2".
               05  FILLER              PIC X(13) VALUE "REF-3".
               05  FILLER              PIC X(03) VALUE "TY".
               05  FILLER              PIC X(10) VALUE "REQUESTER".
               05  FILLER              PIC X(22) VALUE "OUTCOME".
           01  RPT-HEADING-3           PIC X(110) VALUE SPACES.

           01  RPT-REQUEST-LINE.
               05  RL-SETTLED-DATE     PIC X(08).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-TARGET           PIC ZZZZ9.99-.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-REF-1            PIC X(12).
               05  FILLER              PIC X(01) VALUE SPACES.
               05  RL-REF-2            PIC X(12).
               05  FILLER              PIC X(01) VALUE SPACES.
               05  RL-REF-3            PIC X(12).
               05  FILLER              PIC X(01) VALUE SPACES.
               05  RL-MATCH-TYPE       PIC X(01).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-REQUESTED-BY     PIC X(08).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-OUTCOME          PIC X(24).
           01  RPT-REASON-LINE.
               05  FILLER              PIC X(10) VALUE SPACES.
               05  FILLER              PIC X(08) VALUE "REASON: ".
               05  RR-REASON           PIC X(30).
               05  FILLER              PIC X(62) VALUE SPACES.

           01  RPT-COUNT-LINE.
               05  RCL-LABEL           PIC X(30).
               05  RCL-COUNT           PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(69) VALUE SPACES.
           01  RPT-AMOUNT-LINE.
               05  RAL-LABEL           PIC X(30).
               05  RAL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(65) VALUE SPACES.
           01  RPT-BLANK               PIC X(110) VALUE SPACES.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "REQ=".
               05  WS-PS-REQ       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "SPH=".
               05  WS-PS-SPH       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "ADJ=".
               05  WS-PS-ADJ       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(03)
                                   VALUE "OI=".
               05  WS-PS-OI        PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(04)
                                   VALUE "REQ=".
               05  WS-PC-REQ
                                   PIC 9(09).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(09)
                                   VALUE "REVERSED=".
               05  WS-PC-REVERSED
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
           MOVE SPACES TO WS-CLOSED-PERIOD.
           MOVE 0 TO WS-LOCK-SIZE.
           MOVE 0 TO WS-REQUEST-COUNT.
           MOVE 0 TO WS-REVERSED-COUNT.
           MOVE 0 TO WS-REFUSED-COUNT.
           MOVE 0 TO WS-REOPENED-COUNT.
           MOVE 0 TO WS-REVERSED-TOTAL.
           MOVE 0 TO WS-SPH-SIZE.
           MOVE 0 TO WS-SPH-OVERFLOW.
           MOVE 0 TO WS-UNP-SIZE.
           MOVE 0 TO WS-OPEN-SIZE.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT REVERSAL-REQUESTS.
           IF WS-REQ-FILE-STATUS = "35"
               DISPLAY "NO REVERSAL REQUESTS"
               GO TO 0000-WRAP-UP
           END-IF.
           IF WS-REQ-FILE-STATUS NOT = "00"
               DISPLAY "REVERSAL-REQUESTS OPEN FAILED, FILE STATUS="
                   WS-REQ-FILE-STATUS
               MOVE "0000-MAINLINE" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1000-READ-PERIOD-LOCK
               THRU 1000-EXIT.
           PERFORM 1100-LOAD-SETTLED-PAIRS
               THRU 1100-EXIT.
           PERFORM 1200-LOAD-UNPOSTED
               THRU 1200-EXIT.
           PERFORM 1300-LOAD-OPEN-ITEMS
               THRU 1300-EXIT.
      *> NOTHING IS REVERSED AGAINST A HISTORY OR LOCK THAT COULD
      *> NOT BE READ WHOLE - THE REWRITE WOULD LOSE ENTRIES.
           IF PGM-RETURN-CODE >= 8
               CLOSE REVERSAL-REQUESTS
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 2000-PROCESS-REQUESTS
               THRU 2000-EXIT.
           CLOSE REVERSAL-REQUESTS.
           IF WS-REVERSED-COUNT > 0
               PERFORM 3000-REWRITE-SETTLED-PAIRS
                   THRU 3000-EXIT
           END-IF.
      *> THE REQUESTS ARE WORKED - CLEAR THE FILE SO THE NEXT RUN
      *> CANNOT REVERSE THE SAME MATCH AGAIN. A RUN THAT HAS GONE
      *> WRONG LEAVES IT ALONE FOR SUPPORT.
           IF PGM-RETURN-CODE < 8
               OPEN OUTPUT REVERSAL-REQUESTS
               CLOSE REVERSAL-REQUESTS
           END-IF.
           IF WS-REFUSED-COUNT > 0 AND RC-NORMAL
               DISPLAY "REVERSAL REQUESTS REFUSED: " WS-REFUSED-COUNT
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
      *  1000-READ-PERIOD-LOCK - THE LATEST PERIOD SETTLE-CLOSE
      *  HAS CLOSED FOR EACH ENTITY. NO LOCK FILE MEANS NO PERIOD
      *  HAS CLOSED YET.
      *----------------------------------------------------------*
       1000-READ-PERIOD-LOCK.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SETTLE-PERIOD-LOCK.
           IF WS-PLOCK-FILE-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           IF WS-PLOCK-FILE-STATUS NOT = "00"
               DISPLAY "SETTLE-PERIOD-LOCK OPEN FAILED, "
                   "FILE STATUS=" WS-PLOCK-FILE-STATUS
               MOVE "1000-READ-PERIOD-LOCK"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-LOAD-ONE-LOCK
               THRU 1010-EXIT
               UNTIL END-OF-FILE.
           CLOSE SETTLE-PERIOD-LOCK.
       1000-EXIT.
           EXIT.

       1010-LOAD-ONE-LOCK.
           READ SETTLE-PERIOD-LOCK
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1010-EXIT
           END-IF.
           IF WS-LOCK-SIZE >= MAX-LOCK-SIZE
               DISPLAY "SETTLE-PERIOD-LOCK HOLDS MORE THAN "
                   MAX-LOCK-SIZE " ENTITIES"
               MOVE "1010-LOAD-ONE-LOCK" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1010-EXIT
           END-IF.
           ADD 1 TO WS-LOCK-SIZE.
           MOVE SPL-ENTITY TO PL-ENTITY(WS-LOCK-SIZE).
           MOVE SPL-CLOSED-PERIOD TO PL-PERIOD(WS-LOCK-SIZE).
       1010-EXIT.
           EXIT.

      *> THE CLOSED PERIOD OF THE COMBINATION'S OWN ENTITY.
       1050-FIND-LOCK.
           MOVE SPACES TO WS-CLOSED-PERIOD.
           PERFORM 1060-TEST-ONE-LOCK
               THRU 1060-EXIT
               VARYING WS-LOCK-IDX FROM 1 BY 1
               UNTIL WS-LOCK-IDX > WS-LOCK-SIZE.
       1050-EXIT.
           EXIT.

       1060-TEST-ONE-LOCK.
           IF PL-ENTITY(WS-LOCK-IDX) = SPH-ENTITY
               MOVE PL-PERIOD(WS-LOCK-IDX) TO WS-CLOSED-PERIOD
           END-IF.
       1060-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-LOAD-SETTLED-PAIRS - THE WHOLE HISTORY, SO IT CAN
      *  BE REWRITTEN WITHOUT WHAT TONIGHT REVERSES.
      *----------------------------------------------------------*
       1100-LOAD-SETTLED-PAIRS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SETTLED-PAIRS.
           IF WS-SPH-FILE-STATUS = "35"
               GO TO 1100-EXIT
           END-IF.
           IF WS-SPH-FILE-STATUS NOT = "00"
               DISPLAY "SETTLED-PAIRS OPEN FAILED, FILE STATUS="
                   WS-SPH-FILE-STATUS
               MOVE "1100-LOAD-SETTLED-PAIRS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-SETTLED-PAIR
               THRU 1110-EXIT
               UNTIL END-OF-FILE.
           CLOSE SETTLED-PAIRS.
           IF WS-SPH-OVERFLOW > 0
               DISPLAY "SETTLED-PAIRS HOLDS MORE THAN " MAX-SPH-SIZE
                   " RECORDS - NOTHING REVERSED"
               MOVE "1100-LOAD-SETTLED-PAIRS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-SETTLED-PAIR.
           MOVE SPACES TO SETTLED-PAIR-REC.
           READ SETTLED-PAIRS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1110-EXIT
           END-IF.
           IF WS-SPH-SIZE >= MAX-SPH-SIZE
               ADD 1 TO WS-SPH-OVERFLOW
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-SPH-SIZE.
           MOVE SETTLED-PAIR-REC TO SP-IMAGE(WS-SPH-SIZE).
           MOVE 'N' TO SP-REVERSED(WS-SPH-SIZE).
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-LOAD-UNPOSTED - A HELD MATCH IS ON THE HISTORY BUT
      *  HAS NOT POSTED (IT IS RELEASED OR REJECTED IN
      *  SETTLE-RELEASE), AND A REJECTED ONE NEVER WILL - THERE
      *  IS NOTHING ON THE LEDGER TO REVERSE FOR EITHER.
      *----------------------------------------------------------*
       1200-LOAD-UNPOSTED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT HELD-SETTLEMENTS.
           IF WS-HELD-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-HELD
                   THRU 1210-EXIT
                   UNTIL END-OF-FILE
               CLOSE HELD-SETTLEMENTS
           ELSE
               IF WS-HELD-FILE-STATUS NOT = "35"
                   DISPLAY "HELD-SETTLEMENTS OPEN FAILED, "
                       "FILE STATUS=" WS-HELD-FILE-STATUS
                   MOVE "1200-LOAD-UNPOSTED" TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT HELD-REJECTS.
           IF WS-REJ-FILE-STATUS = "00"
               PERFORM 1220-LOAD-ONE-REJECT
                   THRU 1220-EXIT
                   UNTIL END-OF-FILE
               CLOSE HELD-REJECTS
           ELSE
               IF WS-REJ-FILE-STATUS NOT = "35"
                   DISPLAY "HELD-REJECTS OPEN FAILED, "
                       "FILE STATUS=" WS-REJ-FILE-STATUS
                   MOVE "1200-LOAD-UNPOSTED" TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-HELD.
           READ HELD-SETTLEMENTS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1210-EXIT
           END-IF.
           IF HLD-REC-TYPE NOT = 'D'
               OR WS-UNP-SIZE >= MAX-UNP-SIZE
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-UNP-SIZE.
           MOVE HLD-REF-1 TO UP-REF-1(WS-UNP-SIZE).
           MOVE HLD-REF-2 TO UP-REF-2(WS-UNP-SIZE).
           MOVE HLD-REF-3 TO UP-REF-3(WS-UNP-SIZE).
           MOVE 'H' TO UP-STATE(WS-UNP-SIZE).
       1210-EXIT.
           EXIT.

       1220-LOAD-ONE-REJECT.
           READ HELD-REJECTS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1220-EXIT
           END-IF.
           IF REJ-REC-TYPE NOT = 'D'
               OR WS-UNP-SIZE >= MAX-UNP-SIZE
               GO TO 1220-EXIT
           END-IF.
           ADD 1 TO WS-UNP-SIZE.
           MOVE REJ-REF-1 TO UP-REF-1(WS-UNP-SIZE).
           MOVE REJ-REF-2 TO UP-REF-2(WS-UNP-SIZE).
           MOVE REJ-REF-3 TO UP-REF-3(WS-UNP-SIZE).
           MOVE 'J' TO UP-STATE(WS-UNP-SIZE).
       1220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1300-LOAD-OPEN-ITEMS - THE REFERENCES ALREADY OPEN.
      *----------------------------------------------------------*
       1300-LOAD-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT OPEN-ITEMS.
           IF WS-OI-FILE-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           IF WS-OI-FILE-STATUS NOT = "00"
               DISPLAY "OPEN-ITEMS OPEN FAILED, FILE STATUS="
                   WS-OI-FILE-STATUS
               MOVE "1300-LOAD-OPEN-ITEMS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-ONE-OPEN-ITEM
               THRU 1310-EXIT
               UNTIL END-OF-FILE.
           CLOSE OPEN-ITEMS.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-OPEN-ITEM.
           READ OPEN-ITEMS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1310-EXIT
           END-IF.
           IF WS-OPEN-SIZE >= MAX-OPEN-SIZE
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-SIZE.
           MOVE OI-ITEM-REF TO WS-OPEN-ENTRY(WS-OPEN-SIZE).
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-PROCESS-REQUESTS - WORK EVERY REQUEST AND REGISTER
      *  ITS OUTCOME.
      *----------------------------------------------------------*
       2000-PROCESS-REQUESTS.
           OPEN OUTPUT SETTLE-REVERSE-RPT.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           WRITE REVERSE-RPT-LINE FROM RPT-HEADING-1.
           WRITE REVERSE-RPT-LINE FROM RPT-HEADING-2.
           WRITE REVERSE-RPT-LINE FROM RPT-HEADING-3.
      *> APPEND - NEARMISS-REVIEW AND SETTLE-RELEASE FEED THE SAME
      *> FILE, AND SETTLEMENT-POST CLEARS IT ONCE IT POSTS.
           OPEN EXTEND SETTLEMENT-ADJUSTMENTS.
           IF WS-ADJ-FILE-STATUS = "35"
               OPEN OUTPUT SETTLEMENT-ADJUSTMENTS
           END-IF.
           IF WS-ADJ-FILE-STATUS NOT = "00"
               DISPLAY "SETTLEMENT-ADJUSTMENTS OPEN FAILED, "
                   "FILE STATUS=" WS-ADJ-FILE-STATUS
               MOVE "2000-PROCESS-REQUESTS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               CLOSE SETTLE-REVERSE-RPT
               GO TO 2000-EXIT
           END-IF.
           OPEN EXTEND OPEN-ITEMS.
           IF WS-OI-FILE-STATUS = "35"
               OPEN OUTPUT OPEN-ITEMS
           END-IF.
           IF WS-OI-FILE-STATUS NOT = "00"
               DISPLAY "OPEN-ITEMS OPEN FAILED, FILE STATUS="
                   WS-OI-FILE-STATUS
               MOVE "2000-PROCESS-REQUESTS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               CLOSE SETTLEMENT-ADJUSTMENTS
               CLOSE SETTLE-REVERSE-RPT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2100-REVERSE-ONE-REQUEST
               THRU 2100-EXIT
               UNTIL END-OF-FILE.
           CLOSE SETTLEMENT-ADJUSTMENTS.
           CLOSE OPEN-ITEMS.
           PERFORM 8000-WRITE-TOTALS
               THRU 8000-EXIT.
           CLOSE SETTLE-REVERSE-RPT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2100-REVERSE-ONE-REQUEST - FIND THE COMBINATION, APPLY
      *  THE REFUSAL RULES, THEN REVERSE IT.
      *----------------------------------------------------------*
       2100-REVERSE-ONE-REQUEST.
           READ REVERSAL-REQUESTS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-REQUEST-COUNT.
           MOVE SPACES TO RPT-REQUEST-LINE.
           MOVE RVQ-REF-1 TO RL-REF-1.
           MOVE RVQ-REF-2 TO RL-REF-2.
           MOVE RVQ-REF-3 TO RL-REF-3.
           MOVE RVQ-REQUESTED-BY TO RL-REQUESTED-BY.
           MOVE 0 TO RL-TARGET.
           MOVE 0 TO RL-AMOUNT.
           MOVE 'N' TO WS-SPH-FOUND.
           PERFORM 2110-MATCH-ONE-SETTLED-PAIR
               THRU 2110-EXIT
               VARYING WS-SPH-IDX FROM 1 BY 1
               UNTIL WS-SPH-IDX > WS-SPH-SIZE
               OR COMBINATION-FOUND.
           IF NOT COMBINATION-FOUND
               MOVE "REFUSED - NOT SETTLED" TO WS-OUTCOME
               GO TO 2190-REFUSE
           END-IF.
           SUBTRACT 1 FROM WS-SPH-IDX.
           MOVE SP-IMAGE(WS-SPH-IDX) TO SETTLED-PAIR-REC.
           MOVE SPH-SETTLED-DATE TO RL-SETTLED-DATE.
           MOVE SPH-TARGET TO RL-TARGET.
           MOVE SPH-MATCH-TYPE TO RL-MATCH-TYPE.
           PERFORM 1050-FIND-LOCK
               THRU 1050-EXIT.
           IF WS-CLOSED-PERIOD NOT = SPACES
               AND SPH-SETTLED-DATE(1:6) <= WS-CLOSED-PERIOD
               MOVE "REFUSED - PERIOD CLOSED" TO WS-OUTCOME
               GO TO 2190-REFUSE
           END-IF.
           MOVE 'N' TO WS-UNP-FOUND.
           PERFORM 2120-MATCH-ONE-UNPOSTED
               THRU 2120-EXIT
               VARYING WS-UNP-IDX FROM 1 BY 1
               UNTIL WS-UNP-IDX > WS-UNP-SIZE
               OR NEVER-POSTED.
           IF NEVER-POSTED
               SUBTRACT 1 FROM WS-UNP-IDX
               IF UP-STATE(WS-UNP-IDX) = 'H'
                   MOVE "REFUSED - STILL HELD" TO WS-OUTCOME
               ELSE
                   MOVE "REFUSED - NEVER POSTED" TO WS-OUTCOME
               END-IF
               GO TO 2190-REFUSE
           END-IF.
           PERFORM 2200-WRITE-REVERSAL
               THRU 2200-EXIT.
           PERFORM 2300-REOPEN-ITEMS
               THRU 2300-EXIT.
           MOVE 'Y' TO SP-REVERSED(WS-SPH-IDX).
           ADD 1 TO WS-REVERSED-COUNT.
           SUBTRACT SPH-MATCHED-AMOUNT FROM WS-REVERSED-TOTAL.
           COMPUTE RL-AMOUNT = 0 - SPH-MATCHED-AMOUNT.
           MOVE "REVERSED" TO RL-OUTCOME.
           PERFORM 2180-REGISTER-REQUEST
               THRU 2180-EXIT.
           GO TO 2100-EXIT.
       2190-REFUSE.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE WS-OUTCOME TO RL-OUTCOME.
           DISPLAY "REVERSAL " RVQ-REF-1 " " RVQ-REF-2 " "
               RVQ-REF-3 " " WS-OUTCOME.
           PERFORM 2180-REGISTER-REQUEST
               THRU 2180-EXIT.
       2100-EXIT.
           EXIT.

      *> A COMBINATION ALREADY REVERSED TONIGHT IS NOT FOUND AGAIN,
      *> SO A DUPLICATED REQUEST IS REFUSED RATHER THAN POSTED
      *> TWICE.
       2110-MATCH-ONE-SETTLED-PAIR.
           IF SP-REVERSED(WS-SPH-IDX) = 'N'
               MOVE SP-IMAGE(WS-SPH-IDX) TO SETTLED-PAIR-REC
               IF SPH-REF-1 = RVQ-REF-1
                   AND SPH-REF-2 = RVQ-REF-2
                   AND SPH-REF-3 = RVQ-REF-3
                   MOVE 'Y' TO WS-SPH-FOUND
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.

       2120-MATCH-ONE-UNPOSTED.
           IF UP-REF-1(WS-UNP-IDX) = SPH-REF-1
               AND UP-REF-2(WS-UNP-IDX) = SPH-REF-2
               AND UP-REF-3(WS-UNP-IDX) = SPH-REF-3
               MOVE 'Y' TO WS-UNP-FOUND
           END-IF.
       2120-EXIT.
           EXIT.

       2180-REGISTER-REQUEST.
           WRITE REVERSE-RPT-LINE FROM RPT-REQUEST-LINE.
           IF RVQ-REASON NOT = SPACES
               MOVE RVQ-REASON TO RR-REASON
               WRITE REVERSE-RPT-LINE FROM RPT-REASON-LINE
           END-IF.
       2180-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-WRITE-REVERSAL - THE ORIGINAL DETAIL WITH THE
      *  MATCHED AMOUNT NEGATED, DATED TONIGHT. THE MATCH TYPE IS
      *  KEPT SO GL-EXTRACT MAPS IT TO THE ORIGINAL ACCOUNTS.
      *----------------------------------------------------------*
       2200-WRITE-REVERSAL.
           MOVE SPACES              TO SETT-ADJ-REC.
           MOVE 'D'                 TO SETT-REC-TYPE.
           MOVE WS-RUN-DATE         TO SETT-RUN-DATE.
           MOVE SPH-TARGET          TO SETT-TARGET-VALUE.
           MOVE SPH-REF-1           TO SETT-REF-1.
           MOVE SPH-REF-2           TO SETT-REF-2.
           MOVE SPH-REF-3           TO SETT-REF-3.
           MOVE SPH-MATCH-TYPE      TO SETT-MATCH-TYPE.
           COMPUTE SETT-MATCHED-AMOUNT = 0 - SPH-MATCHED-AMOUNT.
      *> THE HISTORY CARRIES BASE-CURRENCY AMOUNTS ONLY.
           MOVE SPACES              TO SETT-ORIG-CURRENCY.
           COMPUTE SETT-ORIG-AMOUNT = 0 - SPH-TARGET.
           MOVE SPH-CUST-KEY        TO SETT-CUST-KEY.
           MOVE SPH-ENTITY          TO SETT-ENTITY.
           WRITE SETT-ADJ-REC.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2300-REOPEN-ITEMS - EVERY ITEM OF THE COMBINATION GOES
      *  BACK ON OPEN-ITEMS WITH ITS OWN AMOUNT AND FIRST-SEEN
      *  DATE. A HISTORY ENTRY TOO OLD TO CARRY A FIRST-SEEN DATE
      *  FALLS BACK TO THE DATE IT SETTLED.
      *----------------------------------------------------------*
       2300-REOPEN-ITEMS.
           MOVE SPH-REF-1 TO WS-REOPEN-REF.
           MOVE SPH-AMOUNT-1 TO WS-REOPEN-AMOUNT.
           MOVE SPH-FIRST-SEEN-1 TO WS-REOPEN-FIRST-SEEN.
           PERFORM 2310-REOPEN-ONE-ITEM
               THRU 2310-EXIT.
           MOVE SPH-REF-2 TO WS-REOPEN-REF.
           MOVE SPH-AMOUNT-2 TO WS-REOPEN-AMOUNT.
           MOVE SPH-FIRST-SEEN-2 TO WS-REOPEN-FIRST-SEEN.
           PERFORM 2310-REOPEN-ONE-ITEM
               THRU 2310-EXIT.
           MOVE SPH-REF-3 TO WS-REOPEN-REF.
           MOVE SPH-AMOUNT-3 TO WS-REOPEN-AMOUNT.
           MOVE SPH-FIRST-SEEN-3 TO WS-REOPEN-FIRST-SEEN.
           PERFORM 2310-REOPEN-ONE-ITEM
               THRU 2310-EXIT.
       2300-EXIT.
           EXIT.

       2310-REOPEN-ONE-ITEM.
           IF WS-REOPEN-REF = SPACES
               GO TO 2310-EXIT
           END-IF.
           MOVE 'N' TO WS-OPEN-FOUND.
           PERFORM 2320-MATCH-ONE-OPEN-ITEM
               THRU 2320-EXIT
               VARYING WS-OPEN-IDX FROM 1 BY 1
               UNTIL WS-OPEN-IDX > WS-OPEN-SIZE
               OR ALREADY-OPEN.
           IF ALREADY-OPEN
               GO TO 2310-EXIT
           END-IF.
           IF WS-REOPEN-FIRST-SEEN = SPACES
               MOVE SPH-SETTLED-DATE TO WS-REOPEN-FIRST-SEEN
           END-IF.
           MOVE SPACES TO OPEN-ITEM-REC.
           MOVE WS-REOPEN-REF TO OI-ITEM-REF.
           MOVE WS-REOPEN-FIRST-SEEN TO OI-FIRST-SEEN.
           IF WS-REOPEN-AMOUNT IS NUMERIC
               MOVE WS-REOPEN-AMOUNT TO OI-AMOUNT
           ELSE
               MOVE 0 TO OI-AMOUNT
           END-IF.
           MOVE SPH-CUST-KEY TO OI-CUST-KEY.
           MOVE SPH-ENTITY TO OI-ENTITY.
           WRITE OPEN-ITEM-REC.
           ADD 1 TO WS-REOPENED-COUNT.
           IF WS-OPEN-SIZE < MAX-OPEN-SIZE
               ADD 1 TO WS-OPEN-SIZE
               MOVE WS-REOPEN-REF TO WS-OPEN-ENTRY(WS-OPEN-SIZE)
           END-IF.
       2310-EXIT.
           EXIT.

       2320-MATCH-ONE-OPEN-ITEM.
           IF WS-OPEN-ENTRY(WS-OPEN-IDX) = WS-REOPEN-REF
               MOVE 'Y' TO WS-OPEN-FOUND
           END-IF.
       2320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-REWRITE-SETTLED-PAIRS - THE HISTORY LESS TONIGHT'S
      *  REVERSED COMBINATIONS, SO THE ITEMS ARE FREE TO MATCH
      *  AGAIN.
      *----------------------------------------------------------*
       3000-REWRITE-SETTLED-PAIRS.
           OPEN OUTPUT SETTLED-PAIRS.
           IF WS-SPH-FILE-STATUS NOT = "00"
               DISPLAY "SETTLED-PAIRS REWRITE FAILED, FILE STATUS="
                   WS-SPH-FILE-STATUS
               MOVE "3000-REWRITE-SETTLED-PAIRS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-WRITE-ONE-SETTLED-PAIR
               THRU 3100-EXIT
               VARYING WS-SPH-IDX FROM 1 BY 1
               UNTIL WS-SPH-IDX > WS-SPH-SIZE.
           CLOSE SETTLED-PAIRS.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-SETTLED-PAIR.
           IF SP-REVERSED(WS-SPH-IDX) = 'Y'
               GO TO 3100-EXIT
           END-IF.
           MOVE SP-IMAGE(WS-SPH-IDX) TO SETTLED-PAIR-REC.
           WRITE SETTLED-PAIR-REC.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-TOTALS - CLOSE OUT THE REGISTER.
      *----------------------------------------------------------*
       8000-WRITE-TOTALS.
           WRITE REVERSE-RPT-LINE FROM RPT-BLANK.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "REVERSAL REQUESTS...........:" TO RCL-LABEL.
           MOVE WS-REQUEST-COUNT TO RCL-COUNT.
           WRITE REVERSE-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "REVERSED....................:" TO RCL-LABEL.
           MOVE WS-REVERSED-COUNT TO RCL-COUNT.
           WRITE REVERSE-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "REFUSED.....................:" TO RCL-LABEL.
           MOVE WS-REFUSED-COUNT TO RCL-COUNT.
           WRITE REVERSE-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "ITEMS RETURNED TO OPEN......:" TO RCL-LABEL.
           MOVE WS-REOPENED-COUNT TO RCL-COUNT.
           WRITE REVERSE-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-AMOUNT-LINE.
           MOVE "AMOUNT REVERSED.............:" TO RAL-LABEL.
           MOVE WS-REVERSED-TOTAL TO RAL-AMOUNT.
           WRITE REVERSE-RPT-LINE FROM RPT-AMOUNT-LINE.
       8000-EXIT.
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
           MOVE "SETTLE-REVERSE"      TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-REQUEST-COUNT     TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-REVERSED-COUNT    TO AUD-OUTPUT-COUNT.
           MOVE WS-REFUSED-COUNT     TO AUD-OUTPUT-COUNT-2.
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
           MOVE WS-REQ-FILE-STATUS TO WS-PS-REQ.
           MOVE WS-SPH-FILE-STATUS TO WS-PS-SPH.
           MOVE WS-ADJ-FILE-STATUS TO WS-PS-ADJ.
           MOVE WS-OI-FILE-STATUS TO WS-PS-OI.
           MOVE WS-REQUEST-COUNT TO WS-PC-REQ.
           MOVE WS-REVERSED-COUNT TO WS-PC-REVERSED.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "SETTLE-REVERSE"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE "REVERSAL-REQUESTS"
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM SETTLE-REVERSE.
