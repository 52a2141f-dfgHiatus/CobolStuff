      *> The GL-ACCOUNT-MAP control file assigns a debit and a
      *> credit account per settlement match type - 'P' for a pair,
      *> 'T' for a triple, 'A' for a clerk-approved near-miss
      *> adjustment, 'W' for an approved write-off of an aged open
      *> item (whose debit account is the write-off account), 'X'
      *> for a realized and 'U' for an unrealized foreign-exchange
      *> difference from FX-REVALUE (a gain carries a positive
      *> amount, a loss a negative one), and 'R' for a payment
      *> settled against the item references its remittance
      *> quoted.
      *> This step reads the settled details (the 'D'
      *> records of SETTLEMENT-EXTRACT plus POSTED-ADJUSTMENTS,
      *> the copy of the adjustments SETTLEMENT-POST actually
      *> posted tonight - the inbound SETTLEMENT-ADJUSTMENTS file
      *> posting step turns away cannot still hand the ledger a
      *> loadable batch for money that never posted.
      *>
      *> Each legal entity keeps its own books. A map entry names
      *> the entity it belongs to (blank for our own book), and an
      *> entity's details journal only through its own entries -
      *> there is no falling back to another entity's accounts.
      *> GL-JOURNAL carries one H..D..T batch per entity that has
      *> anything tonight (extract section or posted adjustment),
      *> every record tagged with the entity, and each entity's
      *> header date is checked against that entity's own lock.
      *> A run with nothing at all still writes an empty batch for
      *> our own book, as before.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

       01  GL-ACCOUNT-MAP-REC.
           05  GLM-MATCH-TYPE          PIC X(01).
      *> 'P' = PAIR, 'T' = TRIPLE, 'A' = APPROVED NEAR-MISS
      *> ADJUSTMENT, 'R' = SETTLED BY QUOTED REFERENCE.
           05  FILLER                  PIC X(02).
           05  GLM-DEBIT-ACCT          PIC X(08).
           05  FILLER                  PIC X(02).
           05  GLM-CREDIT-ACCT        PIC X(08).
           05  FILLER                  PIC X(02).
      *> THE LEGAL ENTITY WHOSE BOOKS THE ACCOUNTS BELONG TO.
      *> BLANK MEANS OUR OWN BOOK.
           05  GLM-ENTITY              PIC X(03).
           05  FILLER                  PIC X(54).

       FD  SETTLEMENT-EXTRACT
           LABEL RECORDS ARE OMITTED.
           05  FILLER                  PIC X(02).
           05  ADJ-ORIG-AMOUNT         PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  ADJ-CUST-KEY            PIC X(10).
           05  FILLER                  PIC X(02).
           05  ADJ-ENTITY              PIC X(03).

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

       FD  GL-JOURNAL
           LABEL RECORDS ARE OMITTED.
               10  FILLER              PIC X(02).
               10  GLJ-CREDIT-AMOUNT   PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
      *> THE ENTITY WHOSE BATCH THE RECORD BELONGS TO, ON ALL THREE
      *> RECORD TYPES. BLANK MEANS OUR OWN BOOK.
           05  FILLER                  PIC X(02).
           05  GLJ-ENTITY              PIC X(03).

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

           01  WS-MAP-FILE-STATUS      PIC X(02) VALUE SPACES.
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
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-CREDIT-COUNT         PIC 9(09) VALUE 0.
           01  WS-DEBIT-TOTAL          PIC S9(11)V99 VALUE 0.
           01  WS-CREDIT-TOTAL         PIC S9(11)V99 VALUE 0.
      *> THE CURRENT ENTITY'S BATCH, FOR ITS TRAILER; THE FIELDS
      *> ABOVE RUN FOR THE WHOLE JOURNAL.
           01  WS-BATCH-DEBIT-COUNT    PIC 9(09) VALUE 0.
           01  WS-BATCH-CREDIT-COUNT   PIC 9(09) VALUE 0.
           01  WS-BATCH-DEBIT-TOTAL    PIC S9(11)V99 VALUE 0.
           01  WS-BATCH-CREDIT-TOTAL   PIC S9(11)V99 VALUE 0.

      *> THE ENTITIES WITH ANYTHING TO JOURNAL TONIGHT, IN THE
      *> ORDER THEY WERE FIRST SEEN - ONE BATCH EACH.
           01  WS-ENT-SIZE             PIC 9(02) VALUE 0.
           01  MAX-ENT-SIZE            PIC 9(02) VALUE 10.
           01  WS-ENT-TABLE.
               05  WS-ENT-ENTRY OCCURS 10 TIMES.
                   10  GE-ENTITY       PIC X(03).
           01  WS-ENT-IDX              PIC 9(02) VALUE 0.
           01  WS-ENT-FOUND            PIC X(01) VALUE 'N'.
               88  ENTITY-LISTED                  VALUE 'Y'.
           01  WS-CUR-ENTITY           PIC X(03) VALUE SPACES.
           01  WS-EXTRACT-SWITCH       PIC X(01) VALUE 'N'.
               88  EXTRACT-PRESENT                VALUE 'Y'.

      *> THE EXTRACT IS ABANDONED THE MOMENT AN UNMAPPED MATCH
      *> TYPE TURNS UP - THE HALF-BUILT BATCH NEVER GETS ITS

      *> THE ACCOUNT MAP, LOADED ONCE UP FRONT.
           01  WS-MAP-SIZE             PIC 9(02) VALUE 0.
           01  MAX-MAP-SIZE            PIC 9(02) VALUE 50.
           01  WS-MAP-TABLE.
               05  WS-MAP-ENTRY OCCURS 50 TIMES.
                   10  GM-ENTITY       PIC X(03).
                   10  GM-MATCH-TYPE   PIC X(01).
                   10  GM-DEBIT-ACCT   PIC X(08).
                   10  GM-CREDIT-ACCT  PIC X(08).
           MOVE 0 TO WS-DEBIT-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           MOVE 0 TO WS-MAP-SIZE.
           MOVE 0 TO WS-LOCK-SIZE.
           MOVE 0 TO WS-ENT-SIZE.
           MOVE 'N' TO WS-EXTRACT-SWITCH.
           MOVE SPACES TO WS-CUR-ENTITY.
           MOVE SPACES TO WS-CLOSED-PERIOD.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           PERFORM 1200-READ-PERIOD-LOCK
               THRU 1200-EXIT.
           IF RC-NORMAL
               PERFORM 1300-COLLECT-ENTITIES
                   THRU 1300-EXIT
               PERFORM 2000-BUILD-JOURNAL
                   THRU 2000-EXIT
           END-IF.

      *----------------------------------------------------------*
      *  1000-LOAD-ACCOUNT-MAP - THE DEBIT/CREDIT ACCOUNT PER
      *  ENTITY AND MATCH TYPE. NO MAP, NO EXTRACT - AN UNMAPPED
      *  BATCH WOULD BE UNPOSTABLE.
      *----------------------------------------------------------*
       1000-LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-ACCOUNT-MAP.
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-MAP-SIZE.
           MOVE GLM-ENTITY TO GM-ENTITY(WS-MAP-SIZE).
           MOVE GLM-MATCH-TYPE TO GM-MATCH-TYPE(WS-MAP-SIZE).
           MOVE GLM-DEBIT-ACCT TO GM-DEBIT-ACCT(WS-MAP-SIZE).
           MOVE GLM-CREDIT-ACCT TO GM-CREDIT-ACCT(WS-MAP-SIZE).

      *----------------------------------------------------------*
      *  1200-READ-PERIOD-LOCK - THE LATEST PERIOD SETTLE-CLOSE
      *  HAS CLOSED FOR EACH ENTITY. NO FILE MEANS NOTHING HAS
      *  EVER BEEN CLOSED.
      *----------------------------------------------------------*
       1200-READ-PERIOD-LOCK.
           OPEN INPUT SETTLE-PERIOD-LOCK.
               SET RC-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 1250-LOAD-ONE-LOCK
               THRU 1250-EXIT
               UNTIL END-OF-FILE.
           CLOSE SETTLE-PERIOD-LOCK.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-LOCK.
           READ SETTLE-PERIOD-LOCK
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1250-EXIT
           END-IF.
           IF WS-LOCK-SIZE >= MAX-LOCK-SIZE
               DISPLAY "SETTLE-PERIOD-LOCK HOLDS MORE THAN "
                   MAX-LOCK-SIZE " ENTITIES"
               MOVE "1250-LOAD-ONE-LOCK" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO WS-LOCK-SIZE.
           MOVE SPL-ENTITY TO PL-ENTITY(WS-LOCK-SIZE).
           MOVE SPL-CLOSED-PERIOD TO PL-PERIOD(WS-LOCK-SIZE).
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1300-COLLECT-ENTITIES - ONE PASS OVER THE EXTRACT AND
      *  THE POSTED ADJUSTMENTS LISTING EVERY ENTITY WITH ANYTHING
      *  TO JOURNAL, AND TESTING EACH EXTRACT SECTION HEADER
      *  AGAINST ITS ENTITY'S LOCK BEFORE ANY BATCH IS WRITTEN.
      *----------------------------------------------------------*
       1300-COLLECT-ENTITIES.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SETTLEMENT-EXTRACT.
           IF WS-EXTRACT-FILE-STATUS = "35"
               DISPLAY "SETTLEMENT-EXTRACT NOT FOUND - "
                   "NOTHING TO EXTRACT"
               SET RC-WARNING TO TRUE
           ELSE
               IF WS-EXTRACT-FILE-STATUS NOT = "00"
                   DISPLAY "SETTLEMENT-EXTRACT OPEN FAILED, "
                       "FILE STATUS=" WS-EXTRACT-FILE-STATUS
                   MOVE "1300-COLLECT-ENTITIES"
                       TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
                   MOVE 'Y' TO WS-ABORT-SWITCH
                   GO TO 1300-EXIT
               END-IF
               MOVE 'Y' TO WS-EXTRACT-SWITCH
               PERFORM 1310-SCAN-ONE-EXTRACT-REC
                   THRU 1310-EXIT
                   UNTIL END-OF-FILE
               CLOSE SETTLEMENT-EXTRACT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT POSTED-ADJUSTMENTS.
           IF WS-ADJ-FILE-STATUS = "00"
               PERFORM 1320-SCAN-ONE-ADJUSTMENT
                   THRU 1320-EXIT
                   UNTIL END-OF-FILE
               CLOSE POSTED-ADJUSTMENTS
           END-IF.
      *> NOTHING AT ALL TONIGHT STILL GETS OUR OWN BOOK'S EMPTY
      *> BATCH, AS IT ALWAYS HAS.
           IF WS-ENT-SIZE = 0
               MOVE SPACES TO WS-CUR-ENTITY
               PERFORM 1350-LIST-ENTITY
                   THRU 1350-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

       1310-SCAN-ONE-EXTRACT-REC.
           READ SETTLEMENT-EXTRACT
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               OR SETT-REC-TYPE NOT = 'H'
               GO TO 1310-EXIT
           END-IF.
           MOVE SETT-ENTITY TO WS-CUR-ENTITY.
           PERFORM 1350-LIST-ENTITY
               THRU 1350-EXIT.
      *> THE SAME CLOSED-PERIOD REFUSAL SETTLEMENT-POST MAKES: A
      *> LATE RERUN'S EXTRACT MUST NOT BECOME A LOADABLE BATCH
      *> FOR MONEY THAT NEVER POSTED.
           MOVE SETT-ENTITY TO WS-LOOKUP-ENTITY.
           PERFORM 1400-FIND-LOCK
               THRU 1400-EXIT.
           IF WS-CLOSED-PERIOD NOT = SPACES
               AND SETT-HDR-RUN-DATE(1:6) <= WS-CLOSED-PERIOD
               DISPLAY "SETTLEMENT-EXTRACT SECTION FOR ENTITY '"
                   SETT-ENTITY "' DATED " SETT-HDR-RUN-DATE
                   " FALLS IN CLOSED PERIOD " WS-CLOSED-PERIOD
                   " - EXTRACT REFUSED"
               MOVE "1310-SCAN-ONE-EXTRACT-REC"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               MOVE 'Y' TO WS-ABORT-SWITCH
           END-IF.
       1310-EXIT.
           EXIT.

       1320-SCAN-ONE-ADJUSTMENT.
           READ POSTED-ADJUSTMENTS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               OR ADJ-REC-TYPE NOT = 'D'
               GO TO 1320-EXIT
           END-IF.
           MOVE ADJ-ENTITY TO WS-CUR-ENTITY.
           PERFORM 1350-LIST-ENTITY
               THRU 1350-EXIT.
       1320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1350-LIST-ENTITY - ADD WS-CUR-ENTITY TO THE BATCH LIST
      *  IF IT IS NOT ALREADY THERE.
      *----------------------------------------------------------*
       1350-LIST-ENTITY.
           MOVE 'N' TO WS-ENT-FOUND.
           PERFORM 1360-TEST-ONE-ENTITY
               THRU 1360-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-SIZE
               OR ENTITY-LISTED.
           IF ENTITY-LISTED
               GO TO 1350-EXIT
           END-IF.
           IF WS-ENT-SIZE >= MAX-ENT-SIZE
               DISPLAY "MORE THAN " MAX-ENT-SIZE " ENTITIES TO "
                   "JOURNAL - EXTRACT STOPPED"
               MOVE "1350-LIST-ENTITY" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1350-EXIT
           END-IF.
           ADD 1 TO WS-ENT-SIZE.
           MOVE WS-CUR-ENTITY TO GE-ENTITY(WS-ENT-SIZE).
       1350-EXIT.
           EXIT.

       1360-TEST-ONE-ENTITY.
           IF GE-ENTITY(WS-ENT-IDX) = WS-CUR-ENTITY
               MOVE 'Y' TO WS-ENT-FOUND
           END-IF.
       1360-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1400-FIND-LOCK - THE CLOSED PERIOD FOR WS-LOOKUP-ENTITY
      *  INTO WS-CLOSED-PERIOD, SPACES IF IT HAS NEVER CLOSED.
      *----------------------------------------------------------*
       1400-FIND-LOCK.
           MOVE SPACES TO WS-CLOSED-PERIOD.
           PERFORM 1410-TEST-ONE-LOCK
               THRU 1410-EXIT
               VARYING WS-LOCK-IDX FROM 1 BY 1
               UNTIL WS-LOCK-IDX > WS-LOCK-SIZE.
       1400-EXIT.
           EXIT.

       1410-TEST-ONE-LOCK.
           IF PL-ENTITY(WS-LOCK-IDX) = WS-LOOKUP-ENTITY
               MOVE PL-PERIOD(WS-LOCK-IDX) TO WS-CLOSED-PERIOD
           END-IF.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-BUILD-JOURNAL - ONE BALANCED BATCH PER ENTITY.
      *  A REFUSED RUN STILL EMPTIES THE JOURNAL, SO THE LOADER
      *  CANNOT PICK UP YESTERDAY'S BATCHES A SECOND TIME.
      *----------------------------------------------------------*
       2000-BUILD-JOURNAL.
           OPEN OUTPUT GL-JOURNAL.
           IF NOT EXTRACT-ABORTED
               PERFORM 2050-BUILD-ONE-BATCH
                   THRU 2050-EXIT
                   VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-SIZE
                   OR EXTRACT-ABORTED
           END-IF.
           IF NOT EXTRACT-ABORTED
               DISPLAY "GL-EXTRACT JOURNAL LINES: " WS-DEBIT-COUNT
                   " DEBITS / " WS-CREDIT-COUNT " CREDITS IN "
                   WS-ENT-SIZE " BATCH(ES)"
           END-IF.
           CLOSE GL-JOURNAL.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2050-BUILD-ONE-BATCH - ONE ENTITY'S BATCH: HEADER, A
      *  DEBIT AND A CREDIT LINE PER SETTLED DETAIL (EXTRACT
      *  FIRST, THEN THE NEAR-MISS ADJUSTMENTS), AND THE TRAILER -
      *  WHICH IS WITHHELD IF THE EXTRACT ABORTED ON AN UNMAPPED
      *  MATCH TYPE.
      *----------------------------------------------------------*
       2050-BUILD-ONE-BATCH.
           MOVE GE-ENTITY(WS-ENT-IDX) TO WS-CUR-ENTITY.
           MOVE 0 TO WS-BATCH-DEBIT-COUNT.
           MOVE 0 TO WS-BATCH-CREDIT-COUNT.
           MOVE 0 TO WS-BATCH-DEBIT-TOTAL.
           MOVE 0 TO WS-BATCH-CREDIT-TOTAL.
           PERFORM 2100-WRITE-BATCH-HEADER
               THRU 2100-EXIT.
           IF EXTRACT-PRESENT
               PERFORM 3000-EXTRACT-SETTLEMENTS
                   THRU 3000-EXIT
           END-IF.
           IF NOT EXTRACT-ABORTED
               PERFORM 4000-EXTRACT-ADJUSTMENTS
                   THRU 4000-EXIT
           IF NOT EXTRACT-ABORTED
               PERFORM 2200-WRITE-BATCH-TRAILER
                   THRU 2200-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

       2100-WRITE-BATCH-HEADER.
           ELSE
               MOVE 0 TO GLJ-BATCH-NUMBER
           END-IF.
           MOVE WS-CUR-ENTITY TO GLJ-ENTITY.
           WRITE GL-JOURNAL-REC.
       2100-EXIT.
           EXIT.
       2200-WRITE-BATCH-TRAILER.
           MOVE SPACES TO GL-JOURNAL-REC.
           MOVE 'T' TO GLJ-REC-TYPE.
           MOVE WS-BATCH-DEBIT-COUNT TO GLJ-DEBIT-COUNT.
           MOVE WS-BATCH-DEBIT-TOTAL TO GLJ-DEBIT-AMOUNT.
           MOVE WS-BATCH-CREDIT-COUNT TO GLJ-CREDIT-COUNT.
           MOVE WS-BATCH-CREDIT-TOTAL TO GLJ-CREDIT-AMOUNT.
           MOVE WS-CUR-ENTITY TO GLJ-ENTITY.
           WRITE GL-JOURNAL-REC.
      *> THE BATCH BALANCES BY CONSTRUCTION; IF IT EVER DOESN'T,
      *> SOMETHING IS BADLY WRONG AND THE LOADER MUST NOT SEE IT.
           IF WS-BATCH-DEBIT-TOTAL NOT = WS-BATCH-CREDIT-TOTAL
               DISPLAY "GL-EXTRACT BATCH OUT OF BALANCE"
               MOVE "2200-WRITE-BATCH-TRAILER"
                   TO WS-FAIL-PARAGRAPH
           EXIT.

      *----------------------------------------------------------*
      *  3000-EXTRACT-SETTLEMENTS - JOURNAL EVERY 'D' DETAIL OF
      *  THE CURRENT ENTITY ON THE SETTLEMENT EXTRACT. THE 'H' AND
      *  'T' CONTROL RECORDS WERE ALREADY VALIDATED BY SETTLEMENT-
      *  POST AND ARE SIMPLY PASSED OVER HERE.
      *----------------------------------------------------------*
       3000-EXTRACT-SETTLEMENTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SETTLEMENT-EXTRACT.
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "SETTLEMENT-EXTRACT OPEN FAILED, FILE STATUS="
                   WS-EXTRACT-FILE-STATUS
           IF END-OF-FILE
               GO TO 3100-EXIT
           END-IF.
           IF SETT-REC-TYPE NOT = 'D'
               OR SETT-ENTITY NOT = WS-CUR-ENTITY
               GO TO 3100-EXIT
           END-IF.
           MOVE SETT-MATCH-TYPE TO WS-CUR-MATCH-TYPE.

      *----------------------------------------------------------*
      *  4000-EXTRACT-ADJUSTMENTS - THE ADJUSTMENTS THE POSTING
      *  RUN ACTUALLY POSTED FOR THE CURRENT ENTITY JOIN ITS
      *  BATCH. NO FILE MEANS
      *  THE POSTING STEP HAS NOT RUN WITH THIS FACILITY YET.
      *----------------------------------------------------------*
       4000-EXTRACT-ADJUSTMENTS.
               GO TO 4100-EXIT
           END-IF.
           IF ADJ-REC-TYPE NOT = 'D'
               OR ADJ-ENTITY NOT = WS-CUR-ENTITY
               GO TO 4100-EXIT
           END-IF.
           MOVE ADJ-MATCH-TYPE TO WS-CUR-MATCH-TYPE.
               OR MAP-ENTRY-FOUND.
           IF NOT MAP-ENTRY-FOUND
               DISPLAY "NO GL-ACCOUNT-MAP ENTRY FOR MATCH TYPE '"
                   WS-CUR-MATCH-TYPE "' ENTITY '" WS-CUR-ENTITY
                   "' - EXTRACT STOPPED"
               MOVE "5000-JOURNAL-ONE-DETAIL"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE

       5100-MATCH-ONE-MAP-ENTRY.
           IF GM-MATCH-TYPE(WS-MAP-IDX) = WS-CUR-MATCH-TYPE
               AND GM-ENTITY(WS-MAP-IDX) = WS-CUR-ENTITY
               MOVE 'Y' TO WS-MAP-FOUND
           END-IF.
       5100-EXIT.
           MOVE WS-CUR-MATCH-TYPE TO GLJ-MATCH-TYPE.
           MOVE WS-CUR-TARGET TO GLJ-TARGET.
           MOVE WS-CUR-SETT-DATE TO GLJ-SETT-DATE.
           MOVE WS-CUR-ENTITY TO GLJ-ENTITY.
           WRITE GL-JOURNAL-REC.
           ADD 1 TO WS-DEBIT-COUNT.
           ADD WS-CUR-AMOUNT TO WS-DEBIT-TOTAL.
           ADD 1 TO WS-BATCH-DEBIT-COUNT.
           ADD WS-CUR-AMOUNT TO WS-BATCH-DEBIT-TOTAL.
           MOVE SPACES TO GL-JOURNAL-REC.
           MOVE 'D' TO GLJ-REC-TYPE.
           MOVE GM-CREDIT-ACCT(WS-MAP-IDX) TO GLJ-ACCOUNT.
           MOVE WS-CUR-MATCH-TYPE TO GLJ-MATCH-TYPE.
           MOVE WS-CUR-TARGET TO GLJ-TARGET.
           MOVE WS-CUR-SETT-DATE TO GLJ-SETT-DATE.
           MOVE WS-CUR-ENTITY TO GLJ-ENTITY.
           WRITE GL-JOURNAL-REC.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD WS-CUR-AMOUNT TO WS-CREDIT-TOTAL.
           ADD 1 TO WS-BATCH-CREDIT-COUNT.
           ADD WS-CUR-AMOUNT TO WS-BATCH-CREDIT-TOTAL.
       5200-EXIT.
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
