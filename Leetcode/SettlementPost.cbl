      *> an extract dated inside a closed period is refused with
      *> RC-ERROR, so a late rerun cannot disturb a reported month.
      *>
      *> The extract carries one H..D..T section per legal entity
      *> (blank entity is our own book). Each section's count and
      *> hash are proved at its own trailer, and each header date
      *> is checked against that entity's own lock record before
      *> anything posts - one entity may be closed while another
      *> is still open. An entity's approved adjustments post
      *> straight after its extract details, so the ledger shows
      *> each entity once, headed and subtotalled, and every entity
      *> closes with an 'E' row on POSTING-SUMMARY carrying its
      *> pair count and amount. The target rows carry the entity
      *> too; readers that want only the targets skip the 'E' rows.
      *>
      *> The day may hold several matching cycles. Every
      *> POSTING-SUMMARY row carries the extract header's cycle
      *> beside its date (cycle 1 for a header from before cycles
      *> existed), so each cycle rolls and is acknowledged as a
      *> posting of its own. Adjustments post under the cycle of
      *> the extract they travel with.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed as a step from
      *> BATCH-DRIVER without ending the whole run early.
           05  FILLER                  PIC X(02).
           05  ADJ-ORIG-AMOUNT         PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  ADJ-CUST-KEY            PIC X(10).
           05  FILLER                  PIC X(02).
           05  ADJ-ENTITY              PIC X(03).

       FD  POSTED-ADJUSTMENTS
           LABEL RECORDS ARE OMITTED.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  POST-TOTAL-AMOUNT       PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  POST-ENTITY             PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  POST-ROW-TYPE           PIC X(01).
               88  POST-TARGET-ROW                VALUE SPACE.
               88  POST-ENTITY-TOTAL              VALUE 'E'.
      *> THE EXTRACT'S MATCHING CYCLE WITHIN ITS RUN DATE. THE
      *> DATE AND CYCLE TOGETHER NAME THE POSTING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  POST-CYCLE              PIC 9(02).

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

       FD  AUDIT-LOG
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
           01  WS-EXTRACT-FILE-STATUS  PIC X(02) VALUE SPACES.
           01  WS-ADJ-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-PLOCK-FILE-STATUS    PIC X(02) VALUE SPACES.
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
           01  WS-LOOKUP-ENTITY        PIC X(03) VALUE SPACES.
           01  WS-LOCK-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  END-OF-LOCKS                   VALUE 'Y'.
           01  WS-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  POSTING-REFUSED                VALUE 'Y'.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
               88  END-OF-EXTRACT                 VALUE 'Y'.
           01  WS-ADJ-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-ADJUSTMENTS             VALUE 'Y'.
           01  WS-ADJ-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  ADJ-FILE-OPEN                  VALUE 'Y'.

           01  WS-REC-COUNT            PIC 9(09) VALUE 0.
           01  WS-ADJ-COUNT            PIC 9(09) VALUE 0.
           01  WS-TARGET-COUNT         PIC 9(05) VALUE 0.
           01  WS-HASH-TOTAL           PIC S9(13)V99 VALUE 0.
      *> THE CURRENT SECTION'S DETAIL COUNT, PROVED AT ITS TRAILER
      *> ALONG WITH WS-HASH-TOTAL; WS-REC-COUNT RUNS FOR THE FILE.
           01  WS-SECT-REC-COUNT       PIC 9(09) VALUE 0.
      *> THE EXTRACT DATE AS CARRIED ON THE DETAILS - CAPTURED AS
      *> THEY ARE READ, SINCE BY FINAL CLOSE-OUT TIME THE RECORD
      *> AREA HOLDS THE TRAILER.
           01  WS-EXTRACT-DATE         PIC X(08) VALUE SPACES.
      *> AND THE CYCLE FROM THE HEADER - A HEADER FROM BEFORE THE
      *> DAY HAD CYCLES (OR NO HEADER AT ALL) IS CYCLE 1.
           01  WS-EXTRACT-CYCLE        PIC 9(02) VALUE 1.
           01  WS-HEADER-SWITCH        PIC X(01) VALUE 'N'.
               88  HEADER-SEEN                    VALUE 'Y'.
           01  WS-TRAILER-SWITCH       PIC X(01) VALUE 'N'.
           01  WS-TGT-TOTAL-AMOUNT     PIC S9(09)V99 VALUE 0.
           01  WS-GRAND-PAIR-COUNT     PIC 9(09) VALUE 0.
           01  WS-GRAND-TOTAL-AMOUNT   PIC S9(11)V99 VALUE 0.
      *> ENTITY CONTROL BREAK, ONE LEVEL ABOVE THE TARGET BREAK.
           01  WS-CUR-ENTITY           PIC X(03) VALUE SPACES.
           01  WS-ENTITY-SWITCH        PIC X(01) VALUE 'N'.
               88  ENTITY-OPEN                    VALUE 'Y'.
           01  WS-ENT-PAIR-COUNT       PIC 9(05) VALUE 0.
           01  WS-ENT-TOTAL-AMOUNT     PIC S9(09)V99 VALUE 0.
           01  WS-ENTITY-COUNT         PIC 9(03) VALUE 0.

      *> THE RUN'S ADJUSTMENTS, LOADED WHOLE AND POSTED GROUPED
      *> BY SUMMARY DATE AND TARGET - FILE ORDER WOULD SPLIT ONE
                   10  AJ-IMAGE        PIC X(110).
                   10  AJ-DATE         PIC X(08).
                   10  AJ-TARGET       PIC S9(05)V99.
                   10  AJ-ENTITY       PIC X(03).
                   10  AJ-DONE         PIC X(01).
           01  WS-ADJT-IDX             PIC 9(04) VALUE 0.
           01  WS-ADJT-JDX             PIC 9(04) VALUE 0.
           01  WS-ADJT-KDX             PIC 9(04) VALUE 0.
           01  WS-GROUP-DATE           PIC X(08) VALUE SPACES.
           01  WS-GROUP-TARGET         PIC S9(05)V99 VALUE 0.

               05  ST-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(19) VALUE SPACES.

           01  RPT-ENTITY-HEADING.
               05  FILLER              PIC X(09) VALUE "ENTITY   ".
               05  EH-ENTITY           PIC X(04).
               05  FILLER              PIC X(67) VALUE SPACES.

           01  RPT-ENTITY-TOTAL.
               05  FILLER              PIC X(17)
                                   VALUE "  ENTITY TOTAL   ".
               05  ET-ENTITY           PIC X(04).
               05  FILLER              PIC X(05) VALUE SPACES.
               05  FILLER              PIC X(07) VALUE "  PAIRS".
               05  ET-PAIR-COUNT       PIC ZZ,ZZ9.
               05  FILLER              PIC X(08) VALUE "  AMOUNT".
               05  ET-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(19) VALUE SPACES.

           01  RPT-GRAND-TOTAL.
               05  FILLER              PIC X(17)
                                   VALUE "  GRAND TOTAL    ".
      *> ON THE FIRST LOAD OF THE RUN UNIT, NOT ON EVERY CALL.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-ADJ-EOF-SWITCH.
           MOVE 'N' TO WS-ADJ-OPEN-SWITCH.
           MOVE 'N' TO WS-REFUSED-SWITCH.
           MOVE 'N' TO WS-ENTITY-SWITCH.
           MOVE 'Y' TO WS-FIRST-REC-SWITCH.
           MOVE 0 TO WS-LOCK-SIZE.
           MOVE 0 TO WS-SECT-REC-COUNT.
           MOVE 0 TO WS-ENT-PAIR-COUNT.
           MOVE 0 TO WS-ENT-TOTAL-AMOUNT.
           MOVE 0 TO WS-ENTITY-COUNT.
           MOVE SPACES TO WS-CUR-ENTITY.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-ADJ-COUNT.
           MOVE 0 TO WS-ADJT-SIZE.
           MOVE 'N' TO WS-HEADER-SWITCH.
           MOVE 'N' TO WS-TRAILER-SWITCH.
           MOVE SPACES TO WS-EXTRACT-DATE.
           MOVE 1 TO WS-EXTRACT-CYCLE.
           MOVE SPACES TO WS-CLOSED-PERIOD.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           GOBACK.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - LOAD THE PERIOD LOCKS AND THE RUN'S
      *  ADJUSTMENTS, OPEN THE EXTRACT AND BOTH OUTPUT FILES AND
      *  PRIME THE FIRST EXTRACT RECORD. A MISSING EXTRACT (FILE
      *  STATUS 35) IS AN ERROR, NOT A WARNING - IT MEANS THE
      *  UPSTREAM MATCH NEVER RAN, NOT THAT IT FOUND NOTHING.
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1050-READ-PERIOD-LOCK
               THRU 1050-EXIT.
           PERFORM 1200-LOAD-ADJUSTMENTS
               THRU 1200-EXIT.
           OPEN INPUT SETTLEMENT-EXTRACT.
           IF WS-EXTRACT-FILE-STATUS = "35"
               DISPLAY "SETTLEMENT-EXTRACT NOT FOUND - "
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF.
      *> A LATE RERUN FOR A DATE SETTLE-CLOSE HAS ALREADY CLOSED
      *> AND REPORTED MUST NOT POST - AND SINCE ONE BAD SECTION
      *> REFUSES THE WHOLE FILE, EVERY HEADER IS CHECKED BEFORE
      *> THE FIRST DETAIL OF ANY ENTITY POSTS.
           PERFORM 1060-CHECK-SECTION-LOCKS
               THRU 1060-EXIT.
           CLOSE SETTLEMENT-EXTRACT.
           OPEN INPUT SETTLEMENT-EXTRACT.
           MOVE 'N' TO WS-EOF-SWITCH.
           IF POSTING-REFUSED
               MOVE 0 TO WS-ADJT-SIZE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN OUTPUT SETTLEMENT-LEDGER.
           OPEN OUTPUT POSTING-SUMMARY.
           PERFORM 1100-WRITE-HEADINGS

      *----------------------------------------------------------*
      *  1050-READ-PERIOD-LOCK - THE LATEST PERIOD SETTLE-CLOSE
      *  HAS CLOSED FOR EACH ENTITY. NO FILE MEANS NOTHING HAS
      *  EVER BEEN CLOSED.
      *----------------------------------------------------------*
       1050-READ-PERIOD-LOCK.
           OPEN INPUT SETTLE-PERIOD-LOCK.
               SET RC-ERROR TO TRUE
               GO TO 1050-EXIT
           END-IF.
           MOVE 'N' TO WS-LOCK-EOF-SWITCH.
           PERFORM 1055-LOAD-ONE-LOCK
               THRU 1055-EXIT
               UNTIL END-OF-LOCKS.
           CLOSE SETTLE-PERIOD-LOCK.
       1050-EXIT.
           EXIT.

       1055-LOAD-ONE-LOCK.
           READ SETTLE-PERIOD-LOCK
               AT END
                   MOVE 'Y' TO WS-LOCK-EOF-SWITCH
           END-READ.
           IF END-OF-LOCKS
               GO TO 1055-EXIT
           END-IF.
           IF WS-LOCK-SIZE >= MAX-LOCK-SIZE
               DISPLAY "SETTLE-PERIOD-LOCK HOLDS MORE THAN "
                   MAX-LOCK-SIZE " ENTITIES"
               MOVE "1055-LOAD-ONE-LOCK" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1055-EXIT
           END-IF.
           ADD 1 TO WS-LOCK-SIZE.
           MOVE SPL-ENTITY TO PL-ENTITY(WS-LOCK-SIZE).
           MOVE SPL-CLOSED-PERIOD TO PL-PERIOD(WS-LOCK-SIZE).
       1055-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1058-FIND-LOCK - THE CLOSED PERIOD FOR WS-LOOKUP-ENTITY
      *  INTO WS-CLOSED-PERIOD, SPACES IF IT HAS NEVER CLOSED.
      *----------------------------------------------------------*
       1058-FIND-LOCK.
           MOVE SPACES TO WS-CLOSED-PERIOD.
           PERFORM 1059-TEST-ONE-LOCK
               THRU 1059-EXIT
               VARYING WS-LOCK-IDX FROM 1 BY 1
               UNTIL WS-LOCK-IDX > WS-LOCK-SIZE.
       1058-EXIT.
           EXIT.

       1059-TEST-ONE-LOCK.
           IF PL-ENTITY(WS-LOCK-IDX) = WS-LOOKUP-ENTITY
               MOVE PL-PERIOD(WS-LOCK-IDX) TO WS-CLOSED-PERIOD
           END-IF.
       1059-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1060-CHECK-SECTION-LOCKS - ONE PASS OVER THE EXTRACT
      *  TESTING EVERY SECTION HEADER AGAINST ITS ENTITY'S LOCK.
      *----------------------------------------------------------*
       1060-CHECK-SECTION-LOCKS.
           PERFORM 1065-CHECK-ONE-RECORD
               THRU 1065-EXIT
               UNTIL END-OF-EXTRACT.
       1060-EXIT.
           EXIT.

       1065-CHECK-ONE-RECORD.
           PERFORM 2100-READ-EXTRACT
               THRU 2100-EXIT.
           IF END-OF-EXTRACT
               OR SETT-REC-TYPE NOT = 'H'
               GO TO 1065-EXIT
           END-IF.
           MOVE SETT-ENTITY TO WS-LOOKUP-ENTITY.
           PERFORM 1058-FIND-LOCK
               THRU 1058-EXIT.
           IF WS-CLOSED-PERIOD NOT = SPACES
               AND SETT-HDR-RUN-DATE(1:6) <= WS-CLOSED-PERIOD
               DISPLAY "SETTLEMENT-EXTRACT SECTION FOR ENTITY '"
                   SETT-ENTITY "' DATED " SETT-HDR-RUN-DATE
                   " FALLS IN CLOSED PERIOD " WS-CLOSED-PERIOD
                   " - POSTING REFUSED"
               MOVE "1065-CHECK-ONE-RECORD"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               MOVE 'Y' TO WS-REFUSED-SWITCH
           END-IF.
       1065-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-LOAD-ADJUSTMENTS - LOAD THE CLERK-APPROVED NEAR-MISS
      *  ADJUSTMENTS FROM NEARMISS-REVIEW UP FRONT, SO EACH
      *  ENTITY'S CAN POST AT THE END OF ITS OWN EXTRACT SECTION.
      *  NO FILE MEANS NO NEAR-MISS WAS APPROVED - NOT AN ERROR.
      *----------------------------------------------------------*
       1200-LOAD-ADJUSTMENTS.
      *> THE POSTED FILE IS REWRITTEN EVERY POSTING RUN, EVEN TO
      *> EMPTY - GL-EXTRACT MUST NEVER JOURNAL YESTERDAY'S
      *> ADJUSTMENTS A SECOND TIME.
           OPEN OUTPUT POSTED-ADJUSTMENTS.
           OPEN INPUT SETTLEMENT-ADJUSTMENTS.
           IF WS-ADJ-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           IF WS-ADJ-FILE-STATUS NOT = "00"
               DISPLAY "SETTLEMENT-ADJUSTMENTS OPEN FAILED, "
                   "FILE STATUS=" WS-ADJ-FILE-STATUS
               MOVE "1200-LOAD-ADJUSTMENTS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF.
           MOVE 'Y' TO WS-ADJ-OPEN-SWITCH.
           PERFORM 4100-LOAD-ONE-ADJUSTMENT
               THRU 4100-EXIT
               UNTIL END-OF-ADJUSTMENTS.
           IF WS-ADJT-OVERFLOW > 0
               DISPLAY "SETTLEMENT-ADJUSTMENTS HOLDS MORE THAN "
                   MAX-ADJT-SIZE " RECORDS - "
                   WS-ADJT-OVERFLOW " NOT POSTED"
               MOVE "1200-LOAD-ADJUSTMENTS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-POST-ONE-RECORD - ACCUMULATE THE CURRENT EXTRACT
      *  RECORD INTO THE TARGET AND GRAND TOTALS, CLOSING OUT THE
                   PERFORM 2050-POST-ONE-DETAIL
                       THRU 2050-EXIT
               WHEN 'H'
                   PERFORM 2400-START-SECTION
                       THRU 2400-EXIT
               WHEN 'T'
                   PERFORM 2500-VALIDATE-TRAILER
                       THRU 2500-EXIT

       2050-POST-ONE-DETAIL.
           ADD 1 TO WS-REC-COUNT.
           ADD 1 TO WS-SECT-REC-COUNT.
           ADD SETT-MATCHED-AMOUNT TO WS-HASH-TOTAL.
           MOVE SETT-RUN-DATE TO WS-EXTRACT-DATE.
           IF FIRST-EXTRACT-REC
               END-IF
           END-IF.
           ADD 1 TO WS-TGT-PAIR-COUNT.
           ADD 1 TO WS-ENT-PAIR-COUNT.
           ADD 1 TO WS-GRAND-PAIR-COUNT.
           ADD SETT-MATCHED-AMOUNT TO WS-TGT-TOTAL-AMOUNT.
           ADD SETT-MATCHED-AMOUNT TO WS-ENT-TOTAL-AMOUNT.
           ADD SETT-MATCHED-AMOUNT TO WS-GRAND-TOTAL-AMOUNT.
           MOVE SPACES TO RPT-DETAIL.
           MOVE SETT-RUN-DATE TO D-EXTR-DATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2400-START-SECTION - AN ENTITY'S SECTION OPENS. THE
      *  SECTION BEFORE IT MUST HAVE ENDED WITH ITS OWN TRAILER.
      *----------------------------------------------------------*
       2400-START-SECTION.
           IF HEADER-SEEN AND NOT TRAILER-SEEN
               DISPLAY "SETTLEMENT-EXTRACT TRAILER MISSING FOR "
                   "ENTITY '" WS-CUR-ENTITY "'"
               MOVE "2400-START-SECTION" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
           IF ENTITY-OPEN
               PERFORM 3500-CLOSE-OUT-ENTITY
                   THRU 3500-EXIT
           END-IF.
           MOVE 'Y' TO WS-HEADER-SWITCH.
           MOVE 'N' TO WS-TRAILER-SWITCH.
           MOVE 0 TO WS-SECT-REC-COUNT.
           MOVE 0 TO WS-HASH-TOTAL.
           MOVE SETT-HDR-RUN-DATE TO WS-EXTRACT-DATE.
           IF SETT-HDR-CYCLE IS NUMERIC
               AND SETT-HDR-CYCLE > 0
               MOVE SETT-HDR-CYCLE TO WS-EXTRACT-CYCLE
           ELSE
               MOVE 1 TO WS-EXTRACT-CYCLE
           END-IF.
           MOVE SETT-ENTITY TO WS-CUR-ENTITY.
           PERFORM 3400-OPEN-ENTITY
               THRU 3400-EXIT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2500-VALIDATE-TRAILER - THE SENDER'S OWN COUNT AND HASH
      *  TOTAL FOR THE SECTION MUST AGREE WITH WHAT WAS ACTUALLY
      *  READ, OR THE FILE IS INCOMPLETE AND MUST NOT BE POSTED.
      *  THE ENTITY'S ADJUSTMENTS THEN POST AND THE ENTITY CLOSES.
      *----------------------------------------------------------*
       2500-VALIDATE-TRAILER.
           MOVE 'Y' TO WS-TRAILER-SWITCH.
           IF SETT-TRL-REC-COUNT IS NOT NUMERIC
               OR SETT-TRL-REC-COUNT NOT = WS-SECT-REC-COUNT
               DISPLAY "SETTLEMENT-EXTRACT TRAILER COUNT "
                   "DISAGREES WITH DETAILS READ"
               MOVE "2500-VALIDATE-TRAILER" TO WS-FAIL-PARAGRAPH
               MOVE "2500-VALIDATE-TRAILER" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
           IF ENTITY-OPEN
               PERFORM 4400-POST-ENTITY-ADJUSTMENTS
                   THRU 4400-EXIT
               PERFORM 3500-CLOSE-OUT-ENTITY
                   THRU 3500-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2600-CHECK-CONTROL-RECORDS.
           IF WS-EXTRACT-FILE-STATUS = "35"
               OR POSTING-REFUSED
               GO TO 2600-EXIT
           END-IF.
           IF NOT HEADER-SEEN
           MOVE WS-PRIOR-TARGET TO POST-TARGET-VALUE.
           MOVE WS-TGT-PAIR-COUNT TO POST-PAIR-COUNT.
           MOVE WS-TGT-TOTAL-AMOUNT TO POST-TOTAL-AMOUNT.
           MOVE WS-CUR-ENTITY TO POST-ENTITY.
           SET POST-TARGET-ROW TO TRUE.
           MOVE WS-EXTRACT-CYCLE TO POST-CYCLE.
           WRITE POSTING-SUMMARY-REC.
           ADD 1 TO WS-TARGET-COUNT.
           MOVE 0 TO WS-TGT-PAIR-COUNT.
           EXIT.

      *----------------------------------------------------------*
      *  3400-OPEN-ENTITY - HEAD THE LEDGER FOR WS-CUR-ENTITY.
      *----------------------------------------------------------*
       3400-OPEN-ENTITY.
           MOVE 'Y' TO WS-ENTITY-SWITCH.
           MOVE 0 TO WS-ENT-PAIR-COUNT.
           MOVE 0 TO WS-ENT-TOTAL-AMOUNT.
           ADD 1 TO WS-ENTITY-COUNT.
           IF WS-CUR-ENTITY = SPACES
               MOVE "HOME" TO EH-ENTITY
           ELSE
               MOVE WS-CUR-ENTITY TO EH-ENTITY
           END-IF.
           PERFORM 2200-WRITE-LEDGER-LINE
               THRU 2200-EXIT.
           WRITE LEDGER-LINE FROM RPT-ENTITY-HEADING.
           WRITE LEDGER-LINE FROM RPT-BLANK.
           ADD 2 TO WS-LINE-COUNT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3500-CLOSE-OUT-ENTITY - ENTITY CONTROL BREAK: CLOSE ANY
      *  PENDING TARGET, WRITE THE ENTITY SUBTOTAL TO THE LEDGER
      *  AND, IF ANYTHING POSTED, THE ENTITY'S 'E' ROW TO THE
      *  POSTING SUMMARY.
      *----------------------------------------------------------*
       3500-CLOSE-OUT-ENTITY.
           IF NOT FIRST-EXTRACT-REC
               PERFORM 3000-CLOSE-OUT-TARGET
                   THRU 3000-EXIT
               MOVE 'Y' TO WS-FIRST-REC-SWITCH
           END-IF.
           MOVE EH-ENTITY TO ET-ENTITY.
           MOVE WS-ENT-PAIR-COUNT TO ET-PAIR-COUNT.
           MOVE WS-ENT-TOTAL-AMOUNT TO ET-AMOUNT.
           PERFORM 2200-WRITE-LEDGER-LINE
               THRU 2200-EXIT.
           WRITE LEDGER-LINE FROM RPT-ENTITY-TOTAL.
           WRITE LEDGER-LINE FROM RPT-BLANK.
           ADD 2 TO WS-LINE-COUNT.
           IF WS-ENT-PAIR-COUNT > 0
               MOVE SPACES TO POSTING-SUMMARY-REC
               MOVE WS-EXTRACT-DATE TO POST-RUN-DATE
               MOVE 0 TO POST-TARGET-VALUE
               MOVE WS-ENT-PAIR-COUNT TO POST-PAIR-COUNT
               MOVE WS-ENT-TOTAL-AMOUNT TO POST-TOTAL-AMOUNT
               MOVE WS-CUR-ENTITY TO POST-ENTITY
               SET POST-ENTITY-TOTAL TO TRUE
               MOVE WS-EXTRACT-CYCLE TO POST-CYCLE
               WRITE POSTING-SUMMARY-REC
           END-IF.
           MOVE 'N' TO WS-ENTITY-SWITCH.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-POST-ADJUSTMENTS - POST WHATEVER ADJUSTMENTS NO
      *  EXTRACT SECTION CLAIMED (AN ENTITY WITH APPROVED NEAR-
      *  MISSES BUT NO SECTION TONIGHT), ONE ENTITY AT A TIME, THEN
      *  CLEAR THE INBOUND FILE.
      *----------------------------------------------------------*
       4000-POST-ADJUSTMENTS.
           PERFORM 4050-POST-LEFTOVER-ENTITY
               THRU 4050-EXIT
               VARYING WS-ADJT-KDX FROM 1 BY 1
               UNTIL WS-ADJT-KDX > WS-ADJT-SIZE.
           IF ADJ-FILE-OPEN
               CLOSE SETTLEMENT-ADJUSTMENTS
           END-IF.
           CLOSE POSTED-ADJUSTMENTS.
           IF WS-ADJ-COUNT > 0
               DISPLAY "ADJUSTMENTS POSTED............: "
      *> CLEAR THE FILE SO THE NEXT REVIEW OR RELEASE APPENDS TO
      *> AN EMPTY ONE INSTEAD OF RE-POSTING THESE. A RUN THAT HAS
      *> ALREADY GONE WRONG LEAVES THE FILE ALONE FOR SUPPORT.
           IF ADJ-FILE-OPEN AND PGM-RETURN-CODE < 8
               OPEN OUTPUT SETTLEMENT-ADJUSTMENTS
               CLOSE SETTLEMENT-ADJUSTMENTS
           END-IF.
       4000-EXIT.
           EXIT.

       4050-POST-LEFTOVER-ENTITY.
           IF AJ-DONE(WS-ADJT-KDX) = 'Y'
               GO TO 4050-EXIT
           END-IF.
           IF ENTITY-OPEN
               AND AJ-ENTITY(WS-ADJT-KDX) NOT = WS-CUR-ENTITY
               PERFORM 3500-CLOSE-OUT-ENTITY
                   THRU 3500-EXIT
           END-IF.
           IF NOT ENTITY-OPEN
               MOVE AJ-ENTITY(WS-ADJT-KDX) TO WS-CUR-ENTITY
               PERFORM 3400-OPEN-ENTITY
                   THRU 3400-EXIT
           END-IF.
           PERFORM 4400-POST-ENTITY-ADJUSTMENTS
               THRU 4400-EXIT.
           PERFORM 3500-CLOSE-OUT-ENTITY
               THRU 3500-EXIT.
       4050-EXIT.
           EXIT.

       4100-LOAD-ONE-ADJUSTMENT.
           READ SETTLEMENT-ADJUSTMENTS
               AT END
           MOVE SETTLEMENT-ADJ-REC TO AJ-IMAGE(WS-ADJT-SIZE).
           MOVE ADJ-RUN-DATE TO AJ-DATE(WS-ADJT-SIZE).
           MOVE ADJ-TARGET-VALUE TO AJ-TARGET(WS-ADJT-SIZE).
           MOVE ADJ-ENTITY TO AJ-ENTITY(WS-ADJT-SIZE).
           MOVE 'N' TO AJ-DONE(WS-ADJT-SIZE).
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4200-POST-ONE-ADJ-GROUP - POST EVERY LOADED ADJUSTMENT
      *  OF THE CURRENT ENTITY SHARING THIS ENTRY'S SUMMARY DATE
      *  AND TARGET AS ONE GROUP, SO EACH (ENTITY, DATE, TARGET)
      *  EMITS EXACTLY ONE POSTING-SUMMARY ROW.
      *----------------------------------------------------------*
       4200-POST-ONE-ADJ-GROUP.
           IF AJ-DONE(WS-ADJT-IDX) = 'Y'
               OR AJ-ENTITY(WS-ADJT-IDX) NOT = WS-CUR-ENTITY
               GO TO 4200-EXIT
           END-IF.
           MOVE AJ-DATE(WS-ADJT-IDX) TO WS-GROUP-DATE.

       4250-POST-MATCHING-ADJ.
           IF AJ-DONE(WS-ADJT-JDX) = 'Y'
               OR AJ-ENTITY(WS-ADJT-JDX) NOT = WS-CUR-ENTITY
               OR AJ-DATE(WS-ADJT-JDX) NOT = WS-GROUP-DATE
               OR AJ-TARGET(WS-ADJT-JDX) NOT = WS-GROUP-TARGET
               GO TO 4250-EXIT
      *> INBOUND FILE IS CLEARED BELOW.
           WRITE POSTED-ADJ-REC FROM SETTLEMENT-ADJ-REC.
           ADD 1 TO WS-TGT-PAIR-COUNT.
           ADD 1 TO WS-ENT-PAIR-COUNT.
           ADD 1 TO WS-GRAND-PAIR-COUNT.
           ADD ADJ-MATCHED-AMOUNT TO WS-TGT-TOTAL-AMOUNT.
           ADD ADJ-MATCHED-AMOUNT TO WS-ENT-TOTAL-AMOUNT.
           ADD ADJ-MATCHED-AMOUNT TO WS-GRAND-TOTAL-AMOUNT.
           MOVE SPACES TO RPT-DETAIL.
           MOVE ADJ-RUN-DATE TO D-EXTR-DATE.
       4250-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4400-POST-ENTITY-ADJUSTMENTS - POST THE CURRENT ENTITY'S
      *  ADJUSTMENTS, GROUPED, BEHIND ITS EXTRACT DETAILS.
      *----------------------------------------------------------*
       4400-POST-ENTITY-ADJUSTMENTS.
           IF WS-ADJT-SIZE = 0
               GO TO 4400-EXIT
           END-IF.
      *> THE EXTRACT'S FINAL TARGET MUST CLOSE OUT UNDER ITS OWN
      *> DATE BEFORE ANY ADJUSTMENT OVERWRITES WS-EXTRACT-DATE -
      *> OTHERWISE THAT TARGET'S POSTING-SUMMARY ROW IS STAMPED
      *> WITH THE ADJUSTMENT'S DATE AND ROLLS UNDER THE WRONG DAY.
           IF NOT FIRST-EXTRACT-REC
               PERFORM 3000-CLOSE-OUT-TARGET
                   THRU 3000-EXIT
               MOVE 'Y' TO WS-FIRST-REC-SWITCH
           END-IF.
           PERFORM 4200-POST-ONE-ADJ-GROUP
               THRU 4200-EXIT
               VARYING WS-ADJT-IDX FROM 1 BY 1
               UNTIL WS-ADJT-IDX > WS-ADJT-SIZE.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-TOTALS - CLOSE OUT THE FINAL TARGET AND WRITE
      *  THE GRAND-TOTAL LINE. NOTHING TO CLOSE OUT IF THE
           IF WS-REC-COUNT = 0 AND WS-ADJ-COUNT = 0
               GO TO 8000-EXIT
           END-IF.
      *> ENTITIES CLOSE THEMSELVES OUT AT THEIR TRAILERS - ONLY A
      *> SECTION CUT OFF BEFORE ITS TRAILER IS STILL OPEN HERE.
           IF ENTITY-OPEN
               PERFORM 3500-CLOSE-OUT-ENTITY
                   THRU 3500-EXIT
           END-IF.
           MOVE WS-GRAND-PAIR-COUNT TO GT-PAIR-COUNT.
           MOVE WS-GRAND-TOTAL-AMOUNT TO GT-AMOUNT.
           PERFORM 2200-WRITE-LEDGER-LINE
               THRU 2200-EXIT.
           WRITE LEDGER-LINE FROM RPT-GRAND-TOTAL.
           DISPLAY "SETTLEMENT-POST ENTITIES......: "
               WS-ENTITY-COUNT.
           DISPLAY "SETTLEMENT-POST TARGETS POSTED: " WS-TARGET-COUNT.
           DISPLAY "SETTLEMENT-POST PAIRS POSTED..: "
               WS-GRAND-PAIR-COUNT.
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
