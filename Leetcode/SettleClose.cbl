      *> summary date already rolled, so a same-day rerun cannot
      *> double-count the day.
      *>
      *> At period end - the last business day of the month, or
      *> any night the SETTCLOSE-CTL close flag is set - the close
      *> report
      *> (SETTLE-CLOSE-RPT) prints the period's position per
      *> target with grand totals, the closed period is recorded
      *> on SETTLE-PERIOD-LOCK, and the closed period's entries
      *> lock and refuses to post an extract dated inside a closed
      *> period, so a late rerun cannot disturb a reported month.
      *>
      *> The last business day comes from the shared BUSINESS-CAL
      *> calendar, so a month ending on a weekend or a holiday
      *> closes on the last day somebody is in to act on the
      *> report. Should that night's run be missed, the first run
      *> after it in the same month closes the period instead,
      *> unless SETTLE-PERIOD-LOCK shows it already closed.
      *>
      *> Every legal entity keeps its own period. Positions, the
      *> last-rolled control date and the lock are all held per
      *> entity (SETTLE-PTD carries one 'C' record per entity and
      *> SETTLE-PERIOD-LOCK one record per entity that has ever
      *> closed), so one entity can close while another stays
      *> open - a late-posting sister still rolls into its open
      *> month after the home book has closed. The close report
      *> prints one section per entity closing tonight. The
      *> SETTCLOSE-CTL force flag applies to every entity unless
      *> the card names one. The 'E' entity-total rows on
      *> POSTING-SUMMARY are not positions and are passed over.
      *>
      *> The day can hold more than one matching cycle, each its
      *> own POSTING-SUMMARY. The 'C' record keeps the cycle beside
      *> the last date rolled, so a same-day rerun of a cycle is
      *> still skipped but the day's next cycle rolls in as a
      *> posting of its own. On the last business day the calendar
      *> close waits for the day's final cycle - SCC-FINAL-CYCLE on
      *> SETTCLOSE-CTL, 1 when not given - as SETTLE-CYCLE shows
      *> it: closing after the midday cycle would lock the period
      *> against the night's. The forced close and the catch-up
      *> close after a missed night do not wait.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

               ASSIGN TO "SETTCLOSE-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT SETTLE-CYCLE
               ASSIGN TO "SETTLE-CYCLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT SETTLE-CLOSE-RPT
               ASSIGN TO "SETTLE-CLOSE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  FILLER                  PIC X(02).
           05  POST-TOTAL-AMOUNT       PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  POST-ENTITY             PIC X(03).
           05  FILLER                  PIC X(02).
           05  POST-ROW-TYPE           PIC X(01).
               88  POST-ENTITY-TOTAL              VALUE 'E'.
           05  FILLER                  PIC X(02).
           05  POST-CYCLE              PIC 9(02).

       FD  SETTLE-PTD
           LABEL RECORDS ARE OMITTED.
       01  SETTLE-PTD-REC.
           05  PTD-REC-TYPE            PIC X(01).
      *> 'C' = CONTROL (LAST SUMMARY DATE AND CYCLE ROLLED),
      *> 'D' = POSITION. A BLANK CYCLE IS CYCLE 1.
           05  PTD-CONTROL-DATA.
               10  PTD-LAST-ROLLED     PIC X(08).
               10  FILLER              PIC X(02).
               10  PTD-LAST-CYCLE      PIC 9(02).
               10  FILLER              PIC X(49).
           05  PTD-DETAIL-DATA REDEFINES PTD-CONTROL-DATA.
               10  PTD-PERIOD          PIC X(06).
               10  FILLER              PIC X(02).
               10  PTD-FIRST-DATE      PIC X(08).
               10  FILLER              PIC X(02).
               10  PTD-LAST-DATE       PIC X(08).
      *> THE ENTITY THE CONTROL DATE OR POSITION BELONGS TO.
      *> BLANK MEANS OUR OWN BOOK.
           05  FILLER                  PIC X(02).
           05  PTD-ENTITY              PIC X(03).

       FD  SETTLE-PERIOD-LOCK
           LABEL RECORDS ARE OMITTED.
      *> IT IS LOCKED AGAINST POSTING AND ROLLING.
           05  FILLER                  PIC X(02).
           05  SPL-CLOSED-DATE         PIC X(08).
      *> ONE RECORD PER ENTITY THAT HAS EVER CLOSED. BLANK MEANS
      *> OUR OWN BOOK.
           05  FILLER                  PIC X(02).
           05  SPL-ENTITY              PIC X(03).
           05  FILLER                  PIC X(59).

       FD  SETTCLOSE-CTL
           LABEL RECORDS ARE STANDARD.
       01  SETTCLOSE-CTL-REC.
           05  SCC-CLOSE-FLAG          PIC X(01).
      *> 'Y' FORCES THE CLOSE TONIGHT REGARDLESS OF THE CALENDAR;
      *> OTHERWISE THE PERIOD CLOSES ON THE LAST BUSINESS DAY OF
      *> THE MONTH.
           05  FILLER                  PIC X(02).
           05  SCC-ENTITY              PIC X(03).
      *> THE ONE ENTITY THE FORCE FLAG APPLIES TO. BLANK FORCES
      *> EVERY ENTITY.
           05  FILLER                  PIC X(02).
           05  SCC-FINAL-CYCLE         PIC 9(02).
      *> THE DAY'S LAST MATCHING CYCLE - THE LAST BUSINESS DAY'S
      *> CLOSE WAITS FOR IT. BLANK OR ZERO MEANS 1.
           05  FILLER                  PIC X(70).

       FD  SETTLE-CYCLE
           LABEL RECORDS ARE OMITTED.
           COPY SETTCYC.

       FD  SETTLE-CLOSE-RPT
           LABEL RECORDS ARE OMITTED.
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

           01  WS-SUM-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-PTD-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-LOCK-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-CYCLE-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-ROLLED-COUNT         PIC 9(09) VALUE 0.
           01  WS-CLOSED-COUNT         PIC 9(09) VALUE 0.

           01  WS-SUMMARY-DATE         PIC X(08) VALUE SPACES.
           01  WS-SUMMARY-PERIOD       PIC X(06) VALUE SPACES.

           01  WS-FORCE-CLOSE          PIC X(01) VALUE 'N'.
               88  CLOSE-FORCED                   VALUE 'Y'.
           01  WS-FORCE-ENTITY         PIC X(03) VALUE SPACES.
      *> THE DAY'S FINAL CYCLE FROM THE CONTROL CARD, THE CYCLE
      *> SETTLE-CYCLE SHOWS RUN TODAY, AND THE CYCLE OF THE
      *> SUMMARY ROW IN HAND.
           01  WS-FINAL-CYCLE          PIC 9(02) VALUE 1.
           01  WS-TODAY-CYCLE          PIC 9(02) VALUE 1.
           01  WS-SUMMARY-CYCLE        PIC 9(02) VALUE 1.
           01  WS-CLOSE-DUE            PIC X(01) VALUE 'N'.
               88  CLOSE-IS-DUE                   VALUE 'Y'.

      *> ONE ENTRY PER LEGAL ENTITY KNOWN TO THE RUN - FROM THE
      *> LOCK FILE, THE CARRIED POSITIONS OR TONIGHT'S SUMMARY -
      *> EACH WITH ITS OWN ROLL AND CLOSE STATE. CLOSE-IS-DUE
      *> ABOVE IS SET WHEN ANY ENTITY CLOSES TONIGHT.
           01  WS-ENT-SIZE             PIC 9(02) VALUE 0.
           01  MAX-ENT-SIZE            PIC 9(02) VALUE 10.
           01  WS-ENT-TABLE.
               05  WS-ENT-ENTRY OCCURS 10 TIMES.
                   10  CE-ENTITY           PIC X(03).
                   10  CE-LAST-ROLLED      PIC X(08).
                   10  CE-LAST-CYCLE       PIC 9(02).
                   10  CE-SUMMARY-DATE     PIC X(08).
                   10  CE-SUMMARY-CYCLE    PIC 9(02).
                   10  CE-ALREADY-ROLLED   PIC X(01).
                   10  CE-CLOSED-PERIOD    PIC X(06).
                   10  CE-CLOSED-DATE      PIC X(08).
                   10  CE-CLOSING-PERIOD   PIC X(06).
                   10  CE-CLOSE-DUE        PIC X(01).
           01  WS-ENT-IDX              PIC 9(02) VALUE 0.
           01  WS-ENT-FOUND            PIC X(01) VALUE 'N'.
               88  ENTITY-FOUND                   VALUE 'Y'.
           01  WS-LOOKUP-ENTITY        PIC X(03) VALUE SPACES.
           01  WS-ENT-CLOSED-COUNT     PIC 9(09) VALUE 0.

      *> MONTH-END TEST: THE LAST BUSINESS DAY OF TONIGHT'S
      *> MONTH, FROM THE BUSINESS-CAL CALL INTERFACE.
           01  WS-CAL-FUNCTION         PIC X(01) IS EXTERNAL.
           01  WS-CAL-FROM-DATE        PIC X(08) IS EXTERNAL.
           01  WS-CAL-TO-DATE          PIC X(08) IS EXTERNAL.
           01  WS-CAL-DAYS             PIC S9(07) IS EXTERNAL.
           01  WS-CAL-RESULT-DATE      PIC X(08) IS EXTERNAL.
           01  WS-CAL-BUSINESS-DAY     PIC X(01) IS EXTERNAL.
           01  WS-CAL-STATUS           PIC X(02) IS EXTERNAL.
           01  WS-LAST-BUSINESS-DAY    PIC X(08) VALUE SPACES.

      *> THE PERIOD-TO-DATE POSITIONS HELD FOR THE RUN: LOADED,
      *> ROLLED FORWARD WITH TODAY'S SUMMARY, AND REWRITTEN.
           01  WS-PTD-TABLE.
               05  WS-PTD-ENTRY OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-PTD-SIZE.
                   10  PT-ENTITY       PIC X(03).
                   10  PT-PERIOD       PIC X(06).
                   10  PT-TARGET       PIC S9(05)V99.
                   10  PT-POST-COUNT   PIC 9(07).
               05  FILLER              PIC X(13)
                   VALUE "   CLOSED ON ".
               05  H-RUN-DATE          PIC X(08).
               05  FILLER              PIC X(10) VALUE "   ENTITY ".
               05  H-ENTITY            PIC X(04).
               05  FILLER              PIC X(14) VALUE SPACES.
           01  RPT-HEADING-2.
               05  FILLER              PIC X(10) VALUE "  TARGET".
               05  FILLER              PIC X(10) VALUE " POSTINGS".
           MOVE 0 TO WS-PTD-OVERFLOW.
           MOVE 0 TO WS-GRAND-POST-COUNT.
           MOVE 0 TO WS-GRAND-AMOUNT.
           MOVE SPACES TO WS-SUMMARY-DATE.
           MOVE 'N' TO WS-FORCE-CLOSE.
           MOVE SPACES TO WS-FORCE-ENTITY.
           MOVE 1 TO WS-FINAL-CYCLE.
           MOVE 1 TO WS-TODAY-CYCLE.
           MOVE 'N' TO WS-CLOSE-DUE.
           MOVE 0 TO WS-ENT-SIZE.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-READ-CLOSE-CTL
               THRU 1000-EXIT.
           PERFORM 1050-READ-SETTLE-CYCLE
               THRU 1050-EXIT.
           PERFORM 1100-READ-PERIOD-LOCK
               THRU 1100-EXIT.
           PERFORM 1200-LOAD-PTD
           GOBACK.

      *----------------------------------------------------------*
      *  1000-READ-CLOSE-CTL - OPTIONAL FORCE-CLOSE FLAG AND THE
      *  DAY'S FINAL CYCLE. MISSING CARD MEANS THE CALENDAR
      *  DECIDES, ONE CYCLE A DAY.
      *----------------------------------------------------------*
       1000-READ-CLOSE-CTL.
           OPEN INPUT SETTCLOSE-CTL.
               NOT AT END
                   IF SCC-CLOSE-FLAG = 'Y'
                       MOVE 'Y' TO WS-FORCE-CLOSE
                       MOVE SCC-ENTITY TO WS-FORCE-ENTITY
                   END-IF
                   IF SCC-FINAL-CYCLE IS NUMERIC
                       AND SCC-FINAL-CYCLE > 0
                       MOVE SCC-FINAL-CYCLE TO WS-FINAL-CYCLE
                   END-IF
           END-READ.
           CLOSE SETTCLOSE-CTL.
           EXIT.

      *----------------------------------------------------------*
      *  1050-READ-SETTLE-CYCLE - THE MATCHING CYCLE RUN TODAY.
      *  NO FILE, OR A DATE OTHER THAN TODAY'S, MEANS CYCLE 1.
      *----------------------------------------------------------*
       1050-READ-SETTLE-CYCLE.
           OPEN INPUT SETTLE-CYCLE.
           IF WS-CYCLE-FILE-STATUS = "35"
               GO TO 1050-EXIT
           END-IF.
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "SETTLE-CYCLE OPEN FAILED, FILE STATUS="
                   WS-CYCLE-FILE-STATUS
               MOVE "1050-READ-SETTLE-CYCLE"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1050-EXIT
           END-IF.
           READ SETTLE-CYCLE
               AT END
                   CONTINUE
               NOT AT END
                   IF SCY-RUN-DATE = WS-RUN-DATE
                       AND SCY-CYCLE IS NUMERIC
                       AND SCY-CYCLE > 0
                       MOVE SCY-CYCLE TO WS-TODAY-CYCLE
                   END-IF
           END-READ.
           CLOSE SETTLE-CYCLE.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-READ-PERIOD-LOCK - THE LATEST CLOSED PERIOD OF EACH
      *  ENTITY. NO FILE MEANS NOTHING HAS EVER BEEN CLOSED.
      *----------------------------------------------------------*
       1100-READ-PERIOD-LOCK.
           OPEN INPUT SETTLE-PERIOD-LOCK.
               SET RC-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 1110-LOAD-ONE-LOCK
               THRU 1110-EXIT
               UNTIL END-OF-FILE.
           CLOSE SETTLE-PERIOD-LOCK.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-LOCK.
           READ SETTLE-PERIOD-LOCK
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1110-EXIT
           END-IF.
           MOVE SPL-ENTITY TO WS-LOOKUP-ENTITY.
           PERFORM 1500-FIND-ENTITY
               THRU 1500-EXIT.
           IF WS-ENT-IDX > 0
               MOVE SPL-CLOSED-PERIOD TO CE-CLOSED-PERIOD(WS-ENT-IDX)
               MOVE SPL-CLOSED-DATE TO CE-CLOSED-DATE(WS-ENT-IDX)
           END-IF.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------*
               GO TO 1210-EXIT
           END-IF.
           IF PTD-REC-TYPE = 'C'
               MOVE PTD-ENTITY TO WS-LOOKUP-ENTITY
               PERFORM 1500-FIND-ENTITY
                   THRU 1500-EXIT
               IF WS-ENT-IDX > 0
                   MOVE PTD-LAST-ROLLED
                       TO CE-LAST-ROLLED(WS-ENT-IDX)
                   IF PTD-LAST-CYCLE IS NUMERIC
                       AND PTD-LAST-CYCLE > 0
                       MOVE PTD-LAST-CYCLE
                           TO CE-LAST-CYCLE(WS-ENT-IDX)
                   END-IF
               END-IF
               GO TO 1210-EXIT
           END-IF.
           IF PTD-REC-TYPE NOT = 'D'
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-PTD-SIZE.
           MOVE PTD-ENTITY TO PT-ENTITY(WS-PTD-SIZE).
           MOVE PTD-PERIOD TO PT-PERIOD(WS-PTD-SIZE).
           IF PTD-TARGET IS NUMERIC
               MOVE PTD-TARGET TO PT-TARGET(WS-PTD-SIZE)
           END-IF.
           MOVE PTD-FIRST-DATE TO PT-FIRST-DATE(WS-PTD-SIZE).
           MOVE PTD-LAST-DATE TO PT-LAST-DATE(WS-PTD-SIZE).
           MOVE PTD-ENTITY TO WS-LOOKUP-ENTITY.
           PERFORM 1500-FIND-ENTITY
               THRU 1500-EXIT.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1500-FIND-ENTITY - POINT WS-ENT-IDX AT WS-LOOKUP-ENTITY'S
      *  ENTRY, ADDING ONE IF THE ENTITY IS NEW TO THE RUN. ZERO
      *  MEANS THE TABLE IS FULL.
      *----------------------------------------------------------*
       1500-FIND-ENTITY.
           MOVE 'N' TO WS-ENT-FOUND.
           PERFORM 1510-TEST-ONE-ENTITY
               THRU 1510-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-SIZE
               OR ENTITY-FOUND.
           IF ENTITY-FOUND
               SUBTRACT 1 FROM WS-ENT-IDX
               GO TO 1500-EXIT
           END-IF.
           IF WS-ENT-SIZE >= MAX-ENT-SIZE
               DISPLAY "MORE THAN " MAX-ENT-SIZE " ENTITIES - '"
                   WS-LOOKUP-ENTITY "' NOT TRACKED"
               MOVE "1500-FIND-ENTITY" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               MOVE 0 TO WS-ENT-IDX
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-ENT-SIZE.
           MOVE WS-ENT-SIZE TO WS-ENT-IDX.
           MOVE WS-LOOKUP-ENTITY TO CE-ENTITY(WS-ENT-IDX).
           MOVE SPACES TO CE-LAST-ROLLED(WS-ENT-IDX).
           MOVE 1 TO CE-LAST-CYCLE(WS-ENT-IDX).
           MOVE SPACES TO CE-SUMMARY-DATE(WS-ENT-IDX).
           MOVE 1 TO CE-SUMMARY-CYCLE(WS-ENT-IDX).
           MOVE 'N' TO CE-ALREADY-ROLLED(WS-ENT-IDX).
           MOVE SPACES TO CE-CLOSED-PERIOD(WS-ENT-IDX).
           MOVE SPACES TO CE-CLOSED-DATE(WS-ENT-IDX).
           MOVE SPACES TO CE-CLOSING-PERIOD(WS-ENT-IDX).
           MOVE 'N' TO CE-CLOSE-DUE(WS-ENT-IDX).
       1500-EXIT.
           EXIT.

       1510-TEST-ONE-ENTITY.
           IF CE-ENTITY(WS-ENT-IDX) = WS-LOOKUP-ENTITY
               MOVE 'Y' TO WS-ENT-FOUND
           END-IF.
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-ROLL-IN-SUMMARY - ROLL THE DAY'S POSTING-SUMMARY
      *  INTO THE POSITIONS, EACH ROW UNDER ITS OWN ENTITY. A ROW
      *  DATED INSIDE ITS ENTITY'S CLOSED PERIOD IS REFUSED; A
      *  DATE AND CYCLE ALREADY ROLLED FOR THE ENTITY (A RERUN OF
      *  THE SAME CYCLE) IS SKIPPED WHOLE.
      *----------------------------------------------------------*
       2000-ROLL-IN-SUMMARY.
           MOVE 'N' TO WS-EOF-SWITCH.
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
           PERFORM 2050-MARK-ONE-ROLLED
               THRU 2050-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-SIZE.
       2000-EXIT.
           EXIT.

       2050-MARK-ONE-ROLLED.
           IF CE-SUMMARY-DATE(WS-ENT-IDX) NOT = SPACES
               AND CE-ALREADY-ROLLED(WS-ENT-IDX) NOT = 'Y'
               MOVE CE-SUMMARY-DATE(WS-ENT-IDX)
                   TO CE-LAST-ROLLED(WS-ENT-IDX)
               MOVE CE-SUMMARY-CYCLE(WS-ENT-IDX)
                   TO CE-LAST-CYCLE(WS-ENT-IDX)
           END-IF.
       2050-EXIT.
           EXIT.

       2100-ROLL-ONE-SUMMARY.
           READ POSTING-SUMMARY
               AT END
           IF END-OF-FILE
               GO TO 2100-EXIT
           END-IF.
           IF POST-ENTITY-TOTAL
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-SUM-COUNT.
           MOVE POST-ENTITY TO WS-LOOKUP-ENTITY.
           PERFORM 1500-FIND-ENTITY
               THRU 1500-EXIT.
           IF WS-ENT-IDX = 0
               GO TO 2100-EXIT
           END-IF.
           MOVE POST-RUN-DATE TO WS-SUMMARY-DATE.
           MOVE POST-RUN-DATE(1:6) TO WS-SUMMARY-PERIOD.
           IF POST-CYCLE IS NUMERIC
               AND POST-CYCLE > 0
               MOVE POST-CYCLE TO WS-SUMMARY-CYCLE
           ELSE
               MOVE 1 TO WS-SUMMARY-CYCLE
           END-IF.
           MOVE POST-RUN-DATE TO CE-SUMMARY-DATE(WS-ENT-IDX).
           MOVE WS-SUMMARY-CYCLE TO CE-SUMMARY-CYCLE(WS-ENT-IDX).
           IF POST-RUN-DATE = CE-LAST-ROLLED(WS-ENT-IDX)
               AND WS-SUMMARY-CYCLE = CE-LAST-CYCLE(WS-ENT-IDX)
               MOVE 'Y' TO CE-ALREADY-ROLLED(WS-ENT-IDX)
               GO TO 2100-EXIT
           END-IF.
           IF CE-CLOSED-PERIOD(WS-ENT-IDX) NOT = SPACES
               AND WS-SUMMARY-PERIOD <= CE-CLOSED-PERIOD(WS-ENT-IDX)
               DISPLAY "POSTING-SUMMARY ROW FOR ENTITY '"
                   POST-ENTITY "' DATED " POST-RUN-DATE
                   " FALLS IN CLOSED PERIOD "
                   CE-CLOSED-PERIOD(WS-ENT-IDX) " - NOT ROLLED"
               MOVE "2100-ROLL-ONE-SUMMARY"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               END-IF
               ADD 1 TO WS-PTD-SIZE
               MOVE WS-PTD-SIZE TO WS-PTD-IDX
               MOVE POST-ENTITY TO PT-ENTITY(WS-PTD-IDX)
               MOVE WS-SUMMARY-PERIOD TO PT-PERIOD(WS-PTD-IDX)
               MOVE POST-TARGET-VALUE TO PT-TARGET(WS-PTD-IDX)
               MOVE 0 TO PT-POST-COUNT(WS-PTD-IDX)
           EXIT.

       2210-MATCH-ONE-POSITION.
           IF PT-ENTITY(WS-PTD-IDX) = POST-ENTITY
               AND PT-PERIOD(WS-PTD-IDX) = WS-SUMMARY-PERIOD
               AND PT-TARGET(WS-PTD-IDX) = POST-TARGET-VALUE
               MOVE 'Y' TO WS-PTD-FOUND
           END-IF.
           EXIT.

      *----------------------------------------------------------*
      *  3000-CHECK-CLOSE-DUE - AN ENTITY'S PERIOD CLOSES TONIGHT
      *  WHEN THE CONTROL CARD FORCES IT, OR WHEN TONIGHT IS THE
      *  LAST BUSINESS DAY OF THE MONTH - OR LATER IN THE SAME
      *  MONTH WITH THE PERIOD STILL OPEN. THE PERIOD BEING CLOSED
      *  IS THE ONE THE ENTITY'S LAST-ROLLED SUMMARY BELONGS TO.
      *----------------------------------------------------------*
       3000-CHECK-CLOSE-DUE.
           IF WS-ENT-SIZE = 0
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WS-LAST-BUSINESS-DAY.
           MOVE 'L' TO WS-CAL-FUNCTION.
           MOVE WS-RUN-DATE TO WS-CAL-FROM-DATE.
           CALL "BUSINESS-CAL".
           IF WS-CAL-STATUS NOT = "90"
               MOVE WS-CAL-RESULT-DATE TO WS-LAST-BUSINESS-DAY
           END-IF.
           PERFORM 3100-CHECK-ONE-ENTITY
               THRU 3100-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-SIZE.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-ENTITY.
           IF CE-LAST-ROLLED(WS-ENT-IDX) = SPACES
               GO TO 3100-EXIT
           END-IF.
           MOVE CE-LAST-ROLLED(WS-ENT-IDX)(1:6)
               TO CE-CLOSING-PERIOD(WS-ENT-IDX).
           IF CLOSE-FORCED
               AND (WS-FORCE-ENTITY = SPACES
                   OR WS-FORCE-ENTITY = CE-ENTITY(WS-ENT-IDX))
               MOVE 'Y' TO CE-CLOSE-DUE(WS-ENT-IDX)
               MOVE 'Y' TO WS-CLOSE-DUE
               GO TO 3100-EXIT
           END-IF.
           IF WS-LAST-BUSINESS-DAY = SPACES
               GO TO 3100-EXIT
           END-IF.
      *> THE LAST BUSINESS DAY CLOSES ON ITS FINAL CYCLE - AN
      *> EARLIER CYCLE WOULD LOCK THE PERIOD AGAINST THE REST.
           IF WS-RUN-DATE = WS-LAST-BUSINESS-DAY
               AND WS-TODAY-CYCLE < WS-FINAL-CYCLE
               DISPLAY "PERIOD CLOSE FOR ENTITY '"
                   CE-ENTITY(WS-ENT-IDX) "' WAITS FOR CYCLE "
                   WS-FINAL-CYCLE " - CYCLE " WS-TODAY-CYCLE
                   " HAS RUN"
               GO TO 3100-EXIT
           END-IF.
           IF WS-RUN-DATE = WS-LAST-BUSINESS-DAY
               MOVE 'Y' TO CE-CLOSE-DUE(WS-ENT-IDX)
               MOVE 'Y' TO WS-CLOSE-DUE
               GO TO 3100-EXIT
           END-IF.
      *> THE LAST BUSINESS DAY'S RUN WAS MISSED: CATCH UP, BUT
      *> NEVER CLOSE THE SAME PERIOD TWICE.
           IF WS-RUN-DATE > WS-LAST-BUSINESS-DAY
               AND (CE-CLOSED-PERIOD(WS-ENT-IDX) = SPACES
                   OR CE-CLOSED-PERIOD(WS-ENT-IDX) <
                       CE-CLOSING-PERIOD(WS-ENT-IDX))
               MOVE 'Y' TO CE-CLOSE-DUE(WS-ENT-IDX)
               MOVE 'Y' TO WS-CLOSE-DUE
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-CLOSE-PERIOD - PRINT THE CLOSE REPORT, ONE SECTION
      *  PER ENTITY CLOSING TONIGHT, LOCK EACH CLOSED PERIOD, AND
      *  DROP ITS POSITIONS FROM THE CARRY-FORWARD TABLE (BY
      *  BLANKING THEIR PERIOD - THE REWRITE SKIPS BLANKED
      *  ENTRIES). EVERY ENTITY'S LOCK IS WRITTEN BACK, CLOSED
      *  TONIGHT OR NOT.
      *----------------------------------------------------------*
       4000-CLOSE-PERIOD.
           OPEN OUTPUT SETTLE-CLOSE-RPT.
           PERFORM 4050-CLOSE-ONE-ENTITY
               THRU 4050-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-SIZE.
           CLOSE SETTLE-CLOSE-RPT.
           OPEN OUTPUT SETTLE-PERIOD-LOCK.
           PERFORM 4200-WRITE-ONE-LOCK
               THRU 4200-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-SIZE.
           CLOSE SETTLE-PERIOD-LOCK.
       4000-EXIT.
           EXIT.

       4050-CLOSE-ONE-ENTITY.
           IF CE-CLOSE-DUE(WS-ENT-IDX) NOT = 'Y'
               GO TO 4050-EXIT
           END-IF.
           MOVE 0 TO WS-ENT-CLOSED-COUNT.
           MOVE 0 TO WS-GRAND-POST-COUNT.
           MOVE 0 TO WS-GRAND-AMOUNT.
           MOVE CE-CLOSING-PERIOD(WS-ENT-IDX) TO H-PERIOD.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           IF CE-ENTITY(WS-ENT-IDX) = SPACES
               MOVE "HOME" TO H-ENTITY
           ELSE
               MOVE CE-ENTITY(WS-ENT-IDX) TO H-ENTITY
           END-IF.
           WRITE CLOSE-RPT-LINE FROM RPT-HEADING-1.
           WRITE CLOSE-RPT-LINE FROM RPT-HEADING-2.
           WRITE CLOSE-RPT-LINE FROM RPT-HEADING-3.
               THRU 4100-EXIT
               VARYING WS-PTD-IDX FROM 1 BY 1
               UNTIL WS-PTD-IDX > WS-PTD-SIZE.
           IF WS-ENT-CLOSED-COUNT = 0
               WRITE CLOSE-RPT-LINE FROM RPT-NONE-LINE
           ELSE
               WRITE CLOSE-RPT-LINE FROM RPT-BLANK
               MOVE WS-GRAND-AMOUNT TO GL-AMOUNT
               WRITE CLOSE-RPT-LINE FROM RPT-GRAND-LINE
           END-IF.
           WRITE CLOSE-RPT-LINE FROM RPT-BLANK.
           MOVE CE-CLOSING-PERIOD(WS-ENT-IDX)
               TO CE-CLOSED-PERIOD(WS-ENT-IDX).
           MOVE WS-RUN-DATE TO CE-CLOSED-DATE(WS-ENT-IDX).
           DISPLAY "SETTLEMENT PERIOD " CE-CLOSING-PERIOD(WS-ENT-IDX)
               " CLOSED FOR " H-ENTITY " - " WS-ENT-CLOSED-COUNT
               " POSITION(S)".
       4050-EXIT.
           EXIT.

       4100-REPORT-ONE-POSITION.
           IF PT-ENTITY(WS-PTD-IDX) NOT = CE-ENTITY(WS-ENT-IDX)
               OR PT-PERIOD(WS-PTD-IDX) NOT =
                   CE-CLOSING-PERIOD(WS-ENT-IDX)
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-CLOSED-COUNT.
           ADD 1 TO WS-ENT-CLOSED-COUNT.
           ADD PT-POST-COUNT(WS-PTD-IDX) TO WS-GRAND-POST-COUNT.
           ADD PT-AMOUNT(WS-PTD-IDX) TO WS-GRAND-AMOUNT.
           MOVE SPACES TO RPT-POSITION-LINE.
       4100-EXIT.
           EXIT.

       4200-WRITE-ONE-LOCK.
           IF CE-CLOSED-PERIOD(WS-ENT-IDX) = SPACES
               GO TO 4200-EXIT
           END-IF.
           MOVE SPACES TO PERIOD-LOCK-REC.
           MOVE CE-CLOSED-PERIOD(WS-ENT-IDX) TO SPL-CLOSED-PERIOD.
           MOVE CE-CLOSED-DATE(WS-ENT-IDX) TO SPL-CLOSED-DATE.
           MOVE CE-ENTITY(WS-ENT-IDX) TO SPL-ENTITY.
           WRITE PERIOD-LOCK-REC.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-REWRITE-PTD - PUT EACH ENTITY'S CONTROL RECORD AND
      *  THE OPEN POSITIONS BACK ON DISK.
      *----------------------------------------------------------*
       5000-REWRITE-PTD.
           OPEN OUTPUT SETTLE-PTD.
               SET RC-ERROR TO TRUE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5050-WRITE-ONE-CONTROL
               THRU 5050-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-SIZE.
           PERFORM 5100-WRITE-ONE-POSITION
               THRU 5100-EXIT
               VARYING WS-PTD-IDX FROM 1 BY 1
       5000-EXIT.
           EXIT.

       5050-WRITE-ONE-CONTROL.
           IF CE-LAST-ROLLED(WS-ENT-IDX) = SPACES
               GO TO 5050-EXIT
           END-IF.
           MOVE SPACES TO SETTLE-PTD-REC.
           MOVE 'C' TO PTD-REC-TYPE.
           MOVE CE-LAST-ROLLED(WS-ENT-IDX) TO PTD-LAST-ROLLED.
           MOVE CE-LAST-CYCLE(WS-ENT-IDX) TO PTD-LAST-CYCLE.
           MOVE CE-ENTITY(WS-ENT-IDX) TO PTD-ENTITY.
           WRITE SETTLE-PTD-REC.
       5050-EXIT.
           EXIT.

       5100-WRITE-ONE-POSITION.
           IF PT-PERIOD(WS-PTD-IDX) = SPACES
               GO TO 5100-EXIT
           MOVE PT-AMOUNT(WS-PTD-IDX) TO PTD-AMOUNT.
           MOVE PT-FIRST-DATE(WS-PTD-IDX) TO PTD-FIRST-DATE.
           MOVE PT-LAST-DATE(WS-PTD-IDX) TO PTD-LAST-DATE.
           MOVE PT-ENTITY(WS-PTD-IDX) TO PTD-ENTITY.
           WRITE SETTLE-PTD-REC.
       5100-EXIT.
           EXIT.
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
