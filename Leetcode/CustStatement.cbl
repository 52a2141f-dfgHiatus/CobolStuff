       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-STATEMENT.
       AUTHOR. DATA-PROCESSING.
      *> Monthly customer settlement statements. Collections and
      *> customer service used to piece a customer's position
      *> together from SETTLEMENT-LEDGER, OPEN-ITEMS-RPT and
      *> NEARMISS-RPT by hand; now that every item carries its
      *> CUSTOMER-MASTER key this step prints one statement per
      *> customer, in customer-key order, headed with the name from
      *> CUST-VALUE and the customer's status, showing:
      *>   - THE ITEMS SETTLED IN THE PERIOD, EACH WITH ITS AMOUNT,
      *>     SETTLEMENT DATE AND MATCH TYPE, FROM THE SETTLED-PAIRS
      *>     HISTORY;
      *>   - THE WRITE-OFFS OF THE PERIOD: THE DIFFERENCE ON EVERY
      *>     APPROVED NEAR-MISS ('A' ON THE HISTORY) AND EVERY AGED
      *>     ITEM A SUPERVISOR WROTE OFF ('W');
      *>   - THE ITEMS STILL ON OPEN-ITEMS, WITH THE DATE EACH WAS
      *>     FIRST SEEN, ITS AGE IN BUSINESS DAYS AND ITS AGING
      *>     BUCKET (1-7 / 8-30 / OVER-30 DAYS) - OR, FOR AN ITEM
      *>     UNDER AN OPEN DISPUTE ON DISPUTE-HOLDS, "IN DISPUTE" -
      *>     AGED BY BUSINESS-CAL EXACTLY AS ON OPEN-ITEMS-RPT;
      *>   - THE CLOSING OPEN BALANCE.
      *> A customer with nothing settled, written off or open has
      *> nothing to say and gets no statement; a closed customer
      *> with a zero closing balance is skipped outright.
      *>
      *> Customers listed on REMIT-CUSTOMERS take their statement
      *> electronically as well: the same lines go to
      *> REMITTANCE-ADVICE (layout REMITREC) between 'H' and 'T'
      *> control records, the trailer carrying the detail count
      *> and a hash total of the amounts as SETTLEMENT-EXTRACT's
      *> does. The file is written, header and trailer only, even
      *> when no customer takes it, so the receiver can always
      *> prove it is complete.
      *>
      *> The statements run on the last business day of the month
      *> (per BUSINESS-CAL, as SETTLE-CLOSE's close) for the month
      *> just ending. STMT-CTL can force a run on any night
      *> and name the period (YYYYMM) to state; an earlier period
      *> can only show what SETTLED-PAIRS still holds for it. The
      *> open items are always as they stand tonight.
      *>
      *> An item whose customer key is not on CUSTOMER-MASTER is
      *> on nobody's statement and ends the step RC-WARNING; an
      *> item from before items carried a customer (key spaces) is
      *> only counted. CUSTOMER-MASTER that will not open, or a
      *> table overflow, ends the step RC-ERROR with nothing
      *> written.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-CTL
               ASSIGN TO "STMT-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT SETTLED-PAIRS
               ASSIGN TO "SETTLED-PAIRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPH-FILE-STATUS.
           SELECT OPEN-ITEMS
               ASSIGN TO "OPEN-ITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-FILE-STATUS.
           SELECT DISPUTE-HOLDS
               ASSIGN TO "DISPUTE-HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.
           SELECT REMIT-CUSTOMERS
               ASSIGN TO "REMIT-CUSTOMERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLST-FILE-STATUS.
           SELECT CUSTOMER-MASTER
               ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CUST-STATEMENTS
               ASSIGN TO "CUST-STATEMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.
           SELECT REMITTANCE-ADVICE
               ASSIGN TO "REMITTANCE-ADVICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMT-FILE-STATUS.
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
       FD  STMT-CTL
           LABEL RECORDS ARE STANDARD.
       01  STMT-CTL-REC.
           05  STC-FORCE-FLAG          PIC X(01).
      *> 'Y' FORCES THE STATEMENTS TONIGHT REGARDLESS OF THE
      *> CALENDAR; OTHERWISE THEY RUN ON THE LAST BUSINESS DAY OF
      *> THE MONTH.
           05  FILLER                  PIC X(01).
           05  STC-PERIOD              PIC X(06).
      *> YYYYMM TO STATE ON A FORCED RUN. BLANK = THE RUN DATE'S
      *> MONTH.
           05  FILLER                  PIC X(72).

       FD  SETTLED-PAIRS
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT ONE-DIMENSIONAL KEEPS.
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

       FD  DISPUTE-HOLDS
           LABEL RECORDS ARE STANDARD.
           COPY DISPHLD.

       FD  REMIT-CUSTOMERS
           LABEL RECORDS ARE STANDARD.
      *> ONE RECORD PER CUSTOMER WHO TAKES REMITTANCE ADVICE.
       01  REMIT-CUSTOMER-REC.
           05  RCL-CUST-KEY            PIC X(10).
           05  FILLER                  PIC X(70).

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAST.

       FD  CUST-STATEMENTS
           LABEL RECORDS ARE OMITTED.
       01  STMT-LINE                   PIC X(100).

       FD  REMITTANCE-ADVICE
           LABEL RECORDS ARE OMITTED.
           COPY REMITREC.

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
           01  WS-DH-FILE-STATUS       PIC X(02) VALUE SPACES.
           01  WS-SPH-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-OI-FILE-STATUS       PIC X(02) VALUE SPACES.
           01  WS-RLST-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-STMT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-RMT-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           01  WS-FORCE-STMT           PIC X(01) VALUE 'N'.
               88  STMT-FORCED                    VALUE 'Y'.
           01  WS-STMT-DUE             PIC X(01) VALUE 'N'.
               88  STMT-IS-DUE                    VALUE 'Y'.
           01  WS-CTL-PERIOD           PIC X(06) VALUE SPACES.
           01  WS-STMT-PERIOD          PIC X(06) VALUE SPACES.

      *> THE OPEN DISPUTES ON DISPUTE-HOLDS. RESOLVED DISPUTES
      *> ARE NOT LOADED - THEIR ITEMS AGE NORMALLY AGAIN.
           01  WS-DH-SIZE              PIC 9(04) VALUE 0.
           01  MAX-DH-SIZE             PIC 9(04) VALUE 2000.
           01  WS-DH-TABLE.
               05  WS-DH-ENTRY OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-DH-SIZE.
                   10  DH-ITEM-REF     PIC X(12).
           01  WS-DH-IDX               PIC 9(04) VALUE 0.
           01  WS-DH-FOUND             PIC X(01) VALUE 'N'.
               88  ITEM-DISPUTED                  VALUE 'Y'.

      *> THE PERIOD'S SETTLEMENTS AND WRITE-OFFS, ONE ENTRY PER
      *> STATEMENT LINE: ST-KIND 'S' AN ITEM SETTLED, 'A' THE
      *> DIFFERENCE WRITTEN OFF ON AN APPROVED NEAR-MISS, 'W' AN
      *> AGED ITEM WRITTEN OFF. ST-USED MARKS THE LINES A
      *> STATEMENT HAS CLAIMED.
           01  WS-STL-SIZE             PIC 9(04) VALUE 0.
           01  MAX-STL-SIZE            PIC 9(04) VALUE 9999.
           01  WS-STL-OVERFLOW         PIC 9(09) VALUE 0.
           01  WS-STL-TABLE.
               05  WS-STL-ENTRY OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON WS-STL-SIZE.
                   10  ST-CUST-KEY     PIC X(10).
                   10  ST-KIND         PIC X(01).
                   10  ST-ITEM-REF     PIC X(12).
                   10  ST-MATCH-TYPE   PIC X(01).
                   10  ST-DATE         PIC X(08).
                   10  ST-AMOUNT       PIC S9(07)V99.
                   10  ST-USED         PIC X(01).
           01  WS-STL-IDX              PIC 9(04) VALUE 0.

      *> TONIGHT'S OPEN ITEMS.
           01  WS-OPN-SIZE             PIC 9(04) VALUE 0.
           01  MAX-OPN-SIZE            PIC 9(04) VALUE 9999.
           01  WS-OPN-OVERFLOW         PIC 9(09) VALUE 0.
           01  WS-OPN-TABLE.
               05  WS-OPN-ENTRY OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON WS-OPN-SIZE.
                   10  OP-CUST-KEY     PIC X(10).
                   10  OP-ITEM-REF     PIC X(12).
                   10  OP-FIRST-SEEN   PIC X(08).
                   10  OP-AMOUNT       PIC S9(05)V99.
                   10  OP-USED         PIC X(01).
                   10  OP-DISPUTED     PIC X(01).
           01  WS-OPN-IDX              PIC 9(04) VALUE 0.

      *> THE CUSTOMERS WHO TAKE REMITTANCE ADVICE.
           01  WS-RLST-SIZE            PIC 9(04) VALUE 0.
           01  MAX-RLST-SIZE           PIC 9(04) VALUE 2000.
           01  WS-RLST-OVERFLOW        PIC 9(09) VALUE 0.
           01  WS-RLST-TABLE.
               05  WS-RLST-ENTRY OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-RLST-SIZE.
                   10  RL-CUST-KEY     PIC X(10).
           01  WS-RLST-IDX             PIC 9(04) VALUE 0.
           01  WS-REMIT-SWITCH         PIC X(01) VALUE 'N'.
               88  REMIT-WANTED                   VALUE 'Y'.

      *> THE ITEM OF A SETTLED-PAIRS ENTRY BEING ADDED.
           01  WS-ADD-KIND             PIC X(01) VALUE SPACE.
           01  WS-ADD-REF              PIC X(12) VALUE SPACES.
           01  WS-ADD-AMOUNT           PIC S9(07)V99 VALUE 0.

      *> THE CUSTOMER BEING STATED.
           01  WS-CUST-SETTLED-COUNT   PIC 9(05) VALUE 0.
           01  WS-CUST-SETTLED-TOTAL   PIC S9(09)V99 VALUE 0.
           01  WS-CUST-WRITEOFF-COUNT  PIC 9(05) VALUE 0.
           01  WS-CUST-WRITEOFF-TOTAL  PIC S9(09)V99 VALUE 0.
           01  WS-CUST-OPEN-COUNT      PIC 9(05) VALUE 0.
           01  WS-CUST-OPEN-BALANCE    PIC S9(09)V99 VALUE 0.
           01  WS-OPEN-DAYS            PIC S9(08) VALUE 0.
           01  WS-OPEN-BUCKET          PIC X(12) VALUE SPACES.

           01  WS-MASTER-READ-COUNT    PIC 9(09) VALUE 0.
           01  WS-STMT-COUNT           PIC 9(09) VALUE 0.
           01  WS-CLOSED-SKIP-COUNT    PIC 9(09) VALUE 0.
           01  WS-REMIT-CUST-COUNT     PIC 9(07) VALUE 0.
           01  WS-RMT-DETAIL-COUNT     PIC 9(09) VALUE 0.
           01  WS-RMT-HASH-TOTAL       PIC S9(13)V99 VALUE 0.
           01  WS-NO-MASTER-COUNT      PIC 9(09) VALUE 0.
           01  WS-NO-CUST-COUNT        PIC 9(09) VALUE 0.

           01  STMT-HEADING-1.
               05  FILLER              PIC X(32)
                   VALUE "CUSTOMER SETTLEMENT STATEMENT".
               05  FILLER              PIC X(08) VALUE "PERIOD: ".
               05  SH-PERIOD           PIC X(06).
               05  FILLER              PIC X(04) VALUE SPACES.
               05  FILLER              PIC X(10) VALUE "RUN DATE: ".
               05  SH-RUN-DATE         PIC X(08).
               05  FILLER              PIC X(32) VALUE SPACES.
           01  STMT-HEADING-2.
               05  FILLER              PIC X(10) VALUE "CUSTOMER: ".
               05  SH-CUST-KEY         PIC X(10).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  SH-CUST-NAME        PIC X(30).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  FILLER              PIC X(08) VALUE "STATUS: ".
               05  SH-STATUS           PIC X(10).
               05  FILLER              PIC X(28) VALUE SPACES.
           01  STMT-SECTION-LINE.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  SS-TITLE            PIC X(40).
               05  FILLER              PIC X(58) VALUE SPACES.
           01  STMT-COLUMN-LINE.
               05  FILLER              PIC X(04) VALUE SPACES.
               05  FILLER              PIC X(14) VALUE "ITEM REF".
               05  FILLER              PIC X(12) VALUE "    AMOUNT".
               05  SC-DATE-HEAD        PIC X(10).
               05  SC-DAYS-HEAD        PIC X(07).
               05  SC-TEXT-HEAD        PIC X(20).
               05  FILLER              PIC X(33) VALUE SPACES.
           01  STMT-DETAIL-LINE.
               05  FILLER              PIC X(04) VALUE SPACES.
               05  SD-ITEM-REF         PIC X(12).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  SD-AMOUNT           PIC ZZZ,ZZ9.99-.
               05  FILLER              PIC X(01) VALUE SPACES.
               05  SD-DATE             PIC X(08).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  SD-DAYS             PIC X(05).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  SD-TEXT             PIC X(20).
               05  FILLER              PIC X(33) VALUE SPACES.
           01  STMT-TOTAL-LINE.
               05  FILLER              PIC X(04) VALUE SPACES.
               05  STL-LABEL           PIC X(30).
               05  STL-COUNT           PIC ZZ,ZZ9.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  STL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(43) VALUE SPACES.
           01  STMT-NONE-LINE.
               05  FILLER              PIC X(04) VALUE SPACES.
               05  SN-TEXT             PIC X(40).
               05  FILLER              PIC X(56) VALUE SPACES.
           01  STMT-BALANCE-LINE.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  FILLER              PIC X(32)
                   VALUE "CLOSING OPEN BALANCE".
               05  FILLER              PIC X(08) VALUE SPACES.
               05  SB-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(43) VALUE SPACES.
           01  STMT-RULE-LINE          PIC X(100) VALUE ALL "=".
           01  STMT-BLANK              PIC X(100) VALUE SPACES.

           01  WS-SHOW-DAYS            PIC ZZZZ9.
           01  WS-SHOW-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "SPH=".
               05  WS-PS-SPH       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "OIT=".
               05  WS-PS-OIT       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "MST=".
               05  WS-PS-MST       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(08)
                                   VALUE "SETTLED=".
               05  WS-PC-SETTLED
                                   PIC 9(04).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(05)
                                   VALUE "OPEN=".
               05  WS-PC-OPEN
                                   PIC 9(04).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.

           COPY RETCODES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *> RESET EVERY SWITCH, COUNT, AND THE RETURN CODE EXPLICITLY -
      *> UNDER STATIC CALL, WORKING-STORAGE VALUE CLAUSES ONLY APPLY
      *> ON THE FIRST LOAD OF THE RUN UNIT, NOT ON EVERY CALL.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-FORCE-STMT.
           MOVE 'N' TO WS-STMT-DUE.
           MOVE SPACES TO WS-CTL-PERIOD.
           MOVE 0 TO WS-STL-SIZE.
           MOVE 0 TO WS-STL-OVERFLOW.
           MOVE 0 TO WS-OPN-SIZE.
           MOVE 0 TO WS-OPN-OVERFLOW.
           MOVE 0 TO WS-DH-SIZE.
           MOVE 0 TO WS-RLST-SIZE.
           MOVE 0 TO WS-RLST-OVERFLOW.
           MOVE 0 TO WS-MASTER-READ-COUNT.
           MOVE 0 TO WS-STMT-COUNT.
           MOVE 0 TO WS-CLOSED-SKIP-COUNT.
           MOVE 0 TO WS-REMIT-CUST-COUNT.
           MOVE 0 TO WS-RMT-DETAIL-COUNT.
           MOVE 0 TO WS-RMT-HASH-TOTAL.
           MOVE 0 TO WS-NO-MASTER-COUNT.
           MOVE 0 TO WS-NO-CUST-COUNT.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-READ-STMT-CTL
               THRU 1000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1050-CHECK-MONTH-END
               THRU 1050-EXIT.
           IF NOT STMT-IS-DUE
               DISPLAY "NOT MONTH END - NO STATEMENTS TONIGHT"
               GO TO 0000-WRAP-UP
           END-IF.
           DISPLAY "CUSTOMER STATEMENTS FOR PERIOD " WS-STMT-PERIOD.
           PERFORM 1100-LOAD-SETTLED-PAIRS
               THRU 1100-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1150-LOAD-DISPUTES
               THRU 1150-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1200-LOAD-OPEN-ITEMS
               THRU 1200-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1300-LOAD-REMIT-CUSTOMERS
               THRU 1300-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 2000-OPEN-OUTPUTS
               THRU 2000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3000-STATE-ONE-CUSTOMER
               THRU 3000-EXIT
               UNTIL END-OF-FILE.
           PERFORM 2900-CLOSE-OUTPUTS
               THRU 2900-EXIT.
           PERFORM 4000-COUNT-UNSTATED-SETTLED
               THRU 4000-EXIT
               VARYING WS-STL-IDX FROM 1 BY 1
               UNTIL WS-STL-IDX > WS-STL-SIZE.
           PERFORM 4100-COUNT-UNSTATED-OPEN
               THRU 4100-EXIT
               VARYING WS-OPN-IDX FROM 1 BY 1
               UNTIL WS-OPN-IDX > WS-OPN-SIZE.
           DISPLAY "CUSTOMERS READ:           " WS-MASTER-READ-COUNT.
           DISPLAY "STATEMENTS PRINTED:       " WS-STMT-COUNT.
           DISPLAY "CLOSED CUSTOMERS SKIPPED: " WS-CLOSED-SKIP-COUNT.
           DISPLAY "REMITTANCE ADVICES:       " WS-REMIT-CUST-COUNT.
           DISPLAY "REMITTANCE DETAILS:       " WS-RMT-DETAIL-COUNT.
           IF WS-NO-CUST-COUNT > 0
               DISPLAY "ITEMS WITHOUT A CUSTOMER KEY: "
                   WS-NO-CUST-COUNT
           END-IF.
           IF WS-NO-MASTER-COUNT > 0
               DISPLAY "ITEMS FOR CUSTOMERS NOT ON CUSTOMER-MASTER: "
                   WS-NO-MASTER-COUNT
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
      *  1000-READ-STMT-CTL - OPTIONAL FORCE FLAG AND PERIOD.
      *  MISSING OR BLANK MEANS THE CALENDAR DECIDES.
      *----------------------------------------------------------*
       1000-READ-STMT-CTL.
           OPEN INPUT STMT-CTL.
           IF WS-CTL-FILE-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "STMT-CTL OPEN FAILED, FILE STATUS="
                   WS-CTL-FILE-STATUS
               MOVE "1000-READ-STMT-CTL" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           READ STMT-CTL
               AT END
                   CONTINUE
               NOT AT END
                   IF STC-FORCE-FLAG = 'Y' OR 'y'
                       MOVE 'Y' TO WS-FORCE-STMT
                       MOVE STC-PERIOD TO WS-CTL-PERIOD
                   END-IF
           END-READ.
           CLOSE STMT-CTL.
           IF WS-CTL-PERIOD NOT = SPACES
               AND WS-CTL-PERIOD IS NOT NUMERIC
               DISPLAY "STMT-CTL PERIOD '" WS-CTL-PERIOD
                   "' IS NOT YYYYMM"
               MOVE "1000-READ-STMT-CTL" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1050-CHECK-MONTH-END - THE STATEMENTS RUN WHEN THE
      *  CONTROL CARD FORCES THEM, OR WHEN TONIGHT IS THE LAST
      *  BUSINESS DAY OF THE MONTH. THE PERIOD IS THE CARD'S, ELSE
      *  THE RUN DATE'S MONTH.
      *----------------------------------------------------------*
       1050-CHECK-MONTH-END.
           MOVE WS-RUN-DATE(1:6) TO WS-STMT-PERIOD.
           IF STMT-FORCED
               MOVE 'Y' TO WS-STMT-DUE
               IF WS-CTL-PERIOD NOT = SPACES
                   MOVE WS-CTL-PERIOD TO WS-STMT-PERIOD
               END-IF
               GO TO 1050-EXIT
           END-IF.
           MOVE 'L' TO WS-CAL-FUNCTION.
           MOVE WS-RUN-DATE TO WS-CAL-FROM-DATE.
           CALL "BUSINESS-CAL".
           IF WS-CAL-STATUS NOT = "90"
               AND WS-CAL-RESULT-DATE = WS-RUN-DATE
               MOVE 'Y' TO WS-STMT-DUE
           END-IF.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-LOAD-SETTLED-PAIRS - EVERY ENTRY SETTLED IN THE
      *  PERIOD BECOMES ONE LINE PER ITEM; AN APPROVED NEAR-MISS
      *  ALSO GIVES A WRITE-OFF LINE FOR ITS DIFFERENCE, AND A
      *  WRITE-OFF ENTRY GIVES ONLY THE WRITE-OFF LINE. NO FILE
      *  MEANS NOTHING HAS SETTLED.
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
               MOVE "1100-LOAD-SETTLED-PAIRS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-SETTLED-PAIR
               THRU 1110-EXIT
               UNTIL END-OF-FILE.
           CLOSE SETTLED-PAIRS.
           IF WS-STL-OVERFLOW > 0
               DISPLAY "PERIOD SETTLEMENTS EXCEED " MAX-STL-SIZE
                   " LINES - " WS-STL-OVERFLOW " NOT LOADED - "
                   "NO STATEMENTS WRITTEN"
               MOVE "1100-LOAD-SETTLED-PAIRS" TO WS-FAIL-PARAGRAPH
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
           IF SPH-SETTLED-DATE(1:6) NOT = WS-STMT-PERIOD
               GO TO 1110-EXIT
           END-IF.
           IF SPH-MATCH-TYPE = 'W'
               MOVE 'W' TO WS-ADD-KIND
               MOVE SPH-REF-1 TO WS-ADD-REF
               MOVE 0 TO WS-ADD-AMOUNT
               IF SPH-AMOUNT-1 IS NUMERIC
                   MOVE SPH-AMOUNT-1 TO WS-ADD-AMOUNT
               END-IF
               PERFORM 1120-ADD-SETTLED-LINE
                   THRU 1120-EXIT
               GO TO 1110-EXIT
           END-IF.
           MOVE 'S' TO WS-ADD-KIND.
           MOVE SPH-REF-1 TO WS-ADD-REF.
           MOVE 0 TO WS-ADD-AMOUNT.
           IF SPH-AMOUNT-1 IS NUMERIC
               MOVE SPH-AMOUNT-1 TO WS-ADD-AMOUNT
           END-IF.
           PERFORM 1120-ADD-SETTLED-LINE
               THRU 1120-EXIT.
           MOVE SPH-REF-2 TO WS-ADD-REF.
           MOVE 0 TO WS-ADD-AMOUNT.
           IF SPH-AMOUNT-2 IS NUMERIC
               MOVE SPH-AMOUNT-2 TO WS-ADD-AMOUNT
           END-IF.
           PERFORM 1120-ADD-SETTLED-LINE
               THRU 1120-EXIT.
           MOVE SPH-REF-3 TO WS-ADD-REF.
           MOVE 0 TO WS-ADD-AMOUNT.
           IF SPH-AMOUNT-3 IS NUMERIC
               MOVE SPH-AMOUNT-3 TO WS-ADD-AMOUNT
           END-IF.
           PERFORM 1120-ADD-SETTLED-LINE
               THRU 1120-EXIT.
      *> THE ITEMS CAME TO THE MATCHED AMOUNT; THE PAYMENT WAS THE
      *> TARGET. THE GAP BETWEEN THEM IS WHAT THE CLERK WROTE OFF.
           IF SPH-MATCH-TYPE = 'A'
               AND SPH-MATCHED-AMOUNT IS NUMERIC
               AND SPH-TARGET IS NUMERIC
               MOVE 'A' TO WS-ADD-KIND
               MOVE SPH-REF-1 TO WS-ADD-REF
               COMPUTE WS-ADD-AMOUNT =
                   SPH-MATCHED-AMOUNT - SPH-TARGET
               PERFORM 1120-ADD-SETTLED-LINE
                   THRU 1120-EXIT
           END-IF.
       1110-EXIT.
           EXIT.

      *> A BLANK REFERENCE IS THE UNUSED THIRD SLOT OF A PAIR.
       1120-ADD-SETTLED-LINE.
           IF WS-ADD-REF = SPACES
               GO TO 1120-EXIT
           END-IF.
           IF WS-STL-SIZE >= MAX-STL-SIZE
               ADD 1 TO WS-STL-OVERFLOW
               GO TO 1120-EXIT
           END-IF.
           ADD 1 TO WS-STL-SIZE.
           MOVE SPH-CUST-KEY TO ST-CUST-KEY(WS-STL-SIZE).
           MOVE WS-ADD-KIND TO ST-KIND(WS-STL-SIZE).
           MOVE WS-ADD-REF TO ST-ITEM-REF(WS-STL-SIZE).
           MOVE SPH-MATCH-TYPE TO ST-MATCH-TYPE(WS-STL-SIZE).
           MOVE SPH-SETTLED-DATE TO ST-DATE(WS-STL-SIZE).
           MOVE WS-ADD-AMOUNT TO ST-AMOUNT(WS-STL-SIZE).
           MOVE 'N' TO ST-USED(WS-STL-SIZE).
       1120-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1150-LOAD-DISPUTES - THE OPEN DISPUTES ON DISPUTE-HOLDS.
      *  NO FILE MEANS NOTHING IS IN DISPUTE. A FILE TOO BIG FOR
      *  THE TABLE STOPS THE RUN RATHER THAN AGE A DISPUTED ITEM
      *  ON A CUSTOMER'S STATEMENT.
      *----------------------------------------------------------*
       1150-LOAD-DISPUTES.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT DISPUTE-HOLDS.
           IF WS-DH-FILE-STATUS = "35"
               GO TO 1150-EXIT
           END-IF.
           IF WS-DH-FILE-STATUS NOT = "00"
               DISPLAY "DISPUTE-HOLDS OPEN FAILED, FILE STATUS="
                   WS-DH-FILE-STATUS
               MOVE "1150-LOAD-DISPUTES" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1150-EXIT
           END-IF.
           PERFORM 1160-LOAD-ONE-DISPUTE
               THRU 1160-EXIT
               UNTIL END-OF-FILE.
           CLOSE DISPUTE-HOLDS.
       1150-EXIT.
           EXIT.

       1160-LOAD-ONE-DISPUTE.
           READ DISPUTE-HOLDS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1160-EXIT
           END-IF.
           IF NOT DSP-OPEN
               OR DSP-ITEM-REF = SPACES
               GO TO 1160-EXIT
           END-IF.
           IF WS-DH-SIZE >= MAX-DH-SIZE
               DISPLAY "DISPUTE-HOLDS HOLDS MORE THAN "
                   MAX-DH-SIZE " OPEN DISPUTES"
               MOVE "1160-LOAD-ONE-DISPUTE" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1160-EXIT
           END-IF.
           ADD 1 TO WS-DH-SIZE.
           MOVE DSP-ITEM-REF TO DH-ITEM-REF(WS-DH-SIZE).
       1160-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-LOAD-OPEN-ITEMS - EVERY ITEM STILL OPEN TONIGHT. NO
      *  FILE MEANS NOTHING IS OPEN.
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
               MOVE "1200-LOAD-OPEN-ITEMS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-OPEN-ITEM
               THRU 1210-EXIT
               UNTIL END-OF-FILE.
           CLOSE OPEN-ITEMS.
           IF WS-OPN-OVERFLOW > 0
               DISPLAY "OPEN-ITEMS HOLDS MORE THAN " MAX-OPN-SIZE
                   " ITEMS - " WS-OPN-OVERFLOW " NOT LOADED - "
                   "NO STATEMENTS WRITTEN"
               MOVE "1200-LOAD-OPEN-ITEMS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-OPEN-ITEM.
           MOVE SPACES TO OPEN-ITEM-REC.
           READ OPEN-ITEMS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1210-EXIT
           END-IF.
           IF OI-ITEM-REF = SPACES
               GO TO 1210-EXIT
           END-IF.
           IF WS-OPN-SIZE >= MAX-OPN-SIZE
               ADD 1 TO WS-OPN-OVERFLOW
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-OPN-SIZE.
           MOVE OI-CUST-KEY TO OP-CUST-KEY(WS-OPN-SIZE).
           MOVE OI-ITEM-REF TO OP-ITEM-REF(WS-OPN-SIZE).
           MOVE OI-FIRST-SEEN TO OP-FIRST-SEEN(WS-OPN-SIZE).
           MOVE 0 TO OP-AMOUNT(WS-OPN-SIZE).
           IF OI-AMOUNT IS NUMERIC
               MOVE OI-AMOUNT TO OP-AMOUNT(WS-OPN-SIZE)
           END-IF.
           MOVE 'N' TO OP-USED(WS-OPN-SIZE).
           MOVE 'N' TO WS-DH-FOUND.
           PERFORM 1220-MATCH-ONE-DISPUTE
               THRU 1220-EXIT
               VARYING WS-DH-IDX FROM 1 BY 1
               UNTIL WS-DH-IDX > WS-DH-SIZE
               OR ITEM-DISPUTED.
           MOVE WS-DH-FOUND TO OP-DISPUTED(WS-OPN-SIZE).
       1210-EXIT.
           EXIT.

       1220-MATCH-ONE-DISPUTE.
           IF DH-ITEM-REF(WS-DH-IDX) = OI-ITEM-REF
               MOVE 'Y' TO WS-DH-FOUND
           END-IF.
       1220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1300-LOAD-REMIT-CUSTOMERS - WHO TAKES REMITTANCE ADVICE.
      *  NO FILE MEANS NOBODY DOES.
      *----------------------------------------------------------*
       1300-LOAD-REMIT-CUSTOMERS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REMIT-CUSTOMERS.
           IF WS-RLST-FILE-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           IF WS-RLST-FILE-STATUS NOT = "00"
               DISPLAY "REMIT-CUSTOMERS OPEN FAILED, FILE STATUS="
                   WS-RLST-FILE-STATUS
               MOVE "1300-LOAD-REMIT-CUSTOMERS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-ONE-REMIT-CUSTOMER
               THRU 1310-EXIT
               UNTIL END-OF-FILE.
           CLOSE REMIT-CUSTOMERS.
           IF WS-RLST-OVERFLOW > 0
               DISPLAY "REMIT-CUSTOMERS HOLDS MORE THAN "
                   MAX-RLST-SIZE " CUSTOMERS - " WS-RLST-OVERFLOW
                   " NOT LOADED - NO STATEMENTS WRITTEN"
               MOVE "1300-LOAD-REMIT-CUSTOMERS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-REMIT-CUSTOMER.
           READ REMIT-CUSTOMERS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1310-EXIT
           END-IF.
           IF RCL-CUST-KEY = SPACES
               GO TO 1310-EXIT
           END-IF.
           IF WS-RLST-SIZE >= MAX-RLST-SIZE
               ADD 1 TO WS-RLST-OVERFLOW
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-RLST-SIZE.
           MOVE RCL-CUST-KEY TO RL-CUST-KEY(WS-RLST-SIZE).
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-OPEN-OUTPUTS - THE MASTER AND BOTH OUTPUTS ARE
      *  OPENED BEFORE ANYTHING IS WRITTEN, SO A FILE THAT WILL NOT
      *  OPEN LEAVES NO HALF-WRITTEN STATEMENT RUN BEHIND. THE
      *  REMITTANCE FILE STARTS WITH ITS HEADER.
      *----------------------------------------------------------*
       2000-OPEN-OUTPUTS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, FILE STATUS="
                   WS-MASTER-FILE-STATUS
               MOVE "2000-OPEN-OUTPUTS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF.
           OPEN OUTPUT CUST-STATEMENTS.
           IF WS-STMT-FILE-STATUS NOT = "00"
               DISPLAY "CUST-STATEMENTS OPEN FAILED, FILE STATUS="
                   WS-STMT-FILE-STATUS
               MOVE "2000-OPEN-OUTPUTS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               CLOSE CUSTOMER-MASTER
               GO TO 2000-EXIT
           END-IF.
           OPEN OUTPUT REMITTANCE-ADVICE.
           IF WS-RMT-FILE-STATUS NOT = "00"
               DISPLAY "REMITTANCE-ADVICE OPEN FAILED, FILE STATUS="
                   WS-RMT-FILE-STATUS
               MOVE "2000-OPEN-OUTPUTS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               CLOSE CUSTOMER-MASTER
               CLOSE CUST-STATEMENTS
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO REMITTANCE-REC.
           MOVE 'H' TO RMT-REC-TYPE.
           MOVE WS-RUN-DATE TO RMT-HDR-RUN-DATE.
           IF WS-AUDIT-RUN-NUMBER IS NUMERIC
               MOVE WS-AUDIT-RUN-NUMBER TO RMT-HDR-RUN-NUMBER
           ELSE
               MOVE 0 TO RMT-HDR-RUN-NUMBER
           END-IF.
           MOVE WS-STMT-PERIOD TO RMT-HDR-PERIOD.
           WRITE REMITTANCE-REC.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2900-CLOSE-OUTPUTS - THE 'T' TRAILER CLOSES THE
      *  REMITTANCE FILE: THE DETAIL COUNT, THE HASH TOTAL OF THE
      *  DETAIL AMOUNTS AND THE CUSTOMERS ADVISED.
      *----------------------------------------------------------*
       2900-CLOSE-OUTPUTS.
           MOVE SPACES TO REMITTANCE-REC.
           MOVE 'T' TO RMT-REC-TYPE.
           MOVE WS-RMT-DETAIL-COUNT TO RMT-TRL-REC-COUNT.
           MOVE WS-RMT-HASH-TOTAL TO RMT-TRL-HASH-TOTAL.
           MOVE WS-REMIT-CUST-COUNT TO RMT-TRL-CUST-COUNT.
           WRITE REMITTANCE-REC.
           CLOSE REMITTANCE-ADVICE.
           CLOSE CUST-STATEMENTS.
           CLOSE CUSTOMER-MASTER.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-STATE-ONE-CUSTOMER - READ THE NEXT CUSTOMER, TOTAL
      *  WHAT IS THEIRS, AND PRINT THEIR STATEMENT UNLESS THERE IS
      *  NOTHING TO STATE OR THEY ARE CLOSED AND OWE NOTHING.
      *----------------------------------------------------------*
       3000-STATE-ONE-CUSTOMER.
           READ CUSTOMER-MASTER
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-MASTER-READ-COUNT.
           MOVE 0 TO WS-CUST-SETTLED-COUNT.
           MOVE 0 TO WS-CUST-SETTLED-TOTAL.
           MOVE 0 TO WS-CUST-WRITEOFF-COUNT.
           MOVE 0 TO WS-CUST-WRITEOFF-TOTAL.
           MOVE 0 TO WS-CUST-OPEN-COUNT.
           MOVE 0 TO WS-CUST-OPEN-BALANCE.
           PERFORM 3010-TOTAL-ONE-SETTLED
               THRU 3010-EXIT
               VARYING WS-STL-IDX FROM 1 BY 1
               UNTIL WS-STL-IDX > WS-STL-SIZE.
           PERFORM 3020-TOTAL-ONE-OPEN
               THRU 3020-EXIT
               VARYING WS-OPN-IDX FROM 1 BY 1
               UNTIL WS-OPN-IDX > WS-OPN-SIZE.
           IF WS-CUST-SETTLED-COUNT = 0
               AND WS-CUST-WRITEOFF-COUNT = 0
               AND WS-CUST-OPEN-COUNT = 0
               GO TO 3000-EXIT
           END-IF.
           IF CUST-CLOSED AND WS-CUST-OPEN-BALANCE = 0
               ADD 1 TO WS-CLOSED-SKIP-COUNT
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-REMIT-SWITCH.
           PERFORM 3030-MATCH-ONE-REMIT-CUSTOMER
               THRU 3030-EXIT
               VARYING WS-RLST-IDX FROM 1 BY 1
               UNTIL WS-RLST-IDX > WS-RLST-SIZE
               OR REMIT-WANTED.
           IF REMIT-WANTED
               ADD 1 TO WS-REMIT-CUST-COUNT
           END-IF.
           ADD 1 TO WS-STMT-COUNT.
           PERFORM 3100-PRINT-HEADING
               THRU 3100-EXIT.
           PERFORM 3200-PRINT-SETTLED
               THRU 3200-EXIT.
           PERFORM 3300-PRINT-WRITEOFFS
               THRU 3300-EXIT.
           PERFORM 3400-PRINT-OPEN
               THRU 3400-EXIT.
           PERFORM 3500-PRINT-BALANCE
               THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

       3010-TOTAL-ONE-SETTLED.
           IF ST-CUST-KEY(WS-STL-IDX) NOT = CUST-KEY
               GO TO 3010-EXIT
           END-IF.
           MOVE 'Y' TO ST-USED(WS-STL-IDX).
           IF ST-KIND(WS-STL-IDX) = 'S'
               ADD 1 TO WS-CUST-SETTLED-COUNT
               ADD ST-AMOUNT(WS-STL-IDX) TO WS-CUST-SETTLED-TOTAL
           ELSE
               ADD 1 TO WS-CUST-WRITEOFF-COUNT
               ADD ST-AMOUNT(WS-STL-IDX) TO WS-CUST-WRITEOFF-TOTAL
           END-IF.
       3010-EXIT.
           EXIT.

       3020-TOTAL-ONE-OPEN.
           IF OP-CUST-KEY(WS-OPN-IDX) NOT = CUST-KEY
               GO TO 3020-EXIT
           END-IF.
           MOVE 'Y' TO OP-USED(WS-OPN-IDX).
           ADD 1 TO WS-CUST-OPEN-COUNT.
           ADD OP-AMOUNT(WS-OPN-IDX) TO WS-CUST-OPEN-BALANCE.
       3020-EXIT.
           EXIT.

       3030-MATCH-ONE-REMIT-CUSTOMER.
           IF RL-CUST-KEY(WS-RLST-IDX) = CUST-KEY
               MOVE 'Y' TO WS-REMIT-SWITCH
           END-IF.
       3030-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3100-PRINT-HEADING - WHO THE STATEMENT IS FOR.
      *----------------------------------------------------------*
       3100-PRINT-HEADING.
           MOVE WS-STMT-PERIOD TO SH-PERIOD.
           MOVE WS-RUN-DATE TO SH-RUN-DATE.
           WRITE STMT-LINE FROM STMT-HEADING-1.
           MOVE CUST-KEY TO SH-CUST-KEY.
           MOVE CUST-VALUE TO SH-CUST-NAME.
           EVALUATE TRUE
               WHEN CUST-SUSPENDED
                   MOVE "SUSPENDED" TO SH-STATUS
               WHEN CUST-CLOSED
                   MOVE "CLOSED" TO SH-STATUS
               WHEN OTHER
                   MOVE "ACTIVE" TO SH-STATUS
           END-EVALUATE.
           WRITE STMT-LINE FROM STMT-HEADING-2.
           WRITE STMT-LINE FROM STMT-BLANK.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3200-PRINT-SETTLED - EVERY ITEM SETTLED IN THE PERIOD,
      *  WITH ITS SETTLEMENT DATE AND HOW IT MATCHED.
      *----------------------------------------------------------*
       3200-PRINT-SETTLED.
           MOVE "ITEMS SETTLED THIS PERIOD" TO SS-TITLE.
           WRITE STMT-LINE FROM STMT-SECTION-LINE.
           IF WS-CUST-SETTLED-COUNT = 0
               MOVE "NO ITEMS SETTLED THIS PERIOD" TO SN-TEXT
               WRITE STMT-LINE FROM STMT-NONE-LINE
               WRITE STMT-LINE FROM STMT-BLANK
               GO TO 3200-EXIT
           END-IF.
           MOVE "SETTLED" TO SC-DATE-HEAD.
           MOVE SPACES TO SC-DAYS-HEAD.
           MOVE "MATCH TYPE" TO SC-TEXT-HEAD.
           WRITE STMT-LINE FROM STMT-COLUMN-LINE.
           PERFORM 3210-PRINT-ONE-SETTLED
               THRU 3210-EXIT
               VARYING WS-STL-IDX FROM 1 BY 1
               UNTIL WS-STL-IDX > WS-STL-SIZE.
           MOVE "TOTAL SETTLED" TO STL-LABEL.
           MOVE WS-CUST-SETTLED-COUNT TO STL-COUNT.
           MOVE WS-CUST-SETTLED-TOTAL TO STL-AMOUNT.
           WRITE STMT-LINE FROM STMT-TOTAL-LINE.
           WRITE STMT-LINE FROM STMT-BLANK.
       3200-EXIT.
           EXIT.

       3210-PRINT-ONE-SETTLED.
           IF ST-CUST-KEY(WS-STL-IDX) NOT = CUST-KEY
               OR ST-KIND(WS-STL-IDX) NOT = 'S'
               GO TO 3210-EXIT
           END-IF.
           MOVE ST-ITEM-REF(WS-STL-IDX) TO SD-ITEM-REF.
           MOVE ST-AMOUNT(WS-STL-IDX) TO SD-AMOUNT.
           MOVE ST-DATE(WS-STL-IDX) TO SD-DATE.
           MOVE SPACES TO SD-DAYS.
           EVALUATE ST-MATCH-TYPE(WS-STL-IDX)
               WHEN 'P'
                   MOVE "PAIR" TO SD-TEXT
               WHEN 'T'
                   MOVE "THREE ITEMS" TO SD-TEXT
               WHEN 'R'
                   MOVE "REMITTANCE REFERENCE" TO SD-TEXT
               WHEN 'A'
                   MOVE "APPROVED NEAR-MISS" TO SD-TEXT
               WHEN OTHER
                   MOVE ST-MATCH-TYPE(WS-STL-IDX) TO SD-TEXT
           END-EVALUATE.
           WRITE STMT-LINE FROM STMT-DETAIL-LINE.
           IF REMIT-WANTED
               PERFORM 3290-WRITE-REMIT-SETTLED
                   THRU 3290-EXIT
           END-IF.
       3210-EXIT.
           EXIT.

       3290-WRITE-REMIT-SETTLED.
           MOVE SPACES TO REMITTANCE-REC.
           MOVE 'D' TO RMT-REC-TYPE.
           MOVE CUST-KEY TO RMT-CUST-KEY.
           MOVE ST-KIND(WS-STL-IDX) TO RMT-LINE-TYPE.
           MOVE ST-ITEM-REF(WS-STL-IDX) TO RMT-ITEM-REF.
           MOVE ST-MATCH-TYPE(WS-STL-IDX) TO RMT-MATCH-TYPE.
           MOVE ST-DATE(WS-STL-IDX) TO RMT-DATE.
           MOVE ST-AMOUNT(WS-STL-IDX) TO RMT-AMOUNT.
           MOVE 0 TO RMT-AGE-DAYS.
           PERFORM 3900-WRITE-REMIT-DETAIL
               THRU 3900-EXIT.
       3290-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3300-PRINT-WRITEOFFS - THE DIFFERENCE ON EACH APPROVED
      *  NEAR-MISS AND EACH AGED ITEM WRITTEN OFF IN THE PERIOD.
      *  A POSITIVE NEAR-MISS DIFFERENCE IS A SHORT PAYMENT
      *  FORGIVEN, A NEGATIVE ONE AN OVERPAYMENT ABSORBED.
      *----------------------------------------------------------*
       3300-PRINT-WRITEOFFS.
           MOVE "WRITE-OFFS THIS PERIOD" TO SS-TITLE.
           WRITE STMT-LINE FROM STMT-SECTION-LINE.
           IF WS-CUST-WRITEOFF-COUNT = 0
               MOVE "NO WRITE-OFFS THIS PERIOD" TO SN-TEXT
               WRITE STMT-LINE FROM STMT-NONE-LINE
               WRITE STMT-LINE FROM STMT-BLANK
               GO TO 3300-EXIT
           END-IF.
           MOVE "DATE" TO SC-DATE-HEAD.
           MOVE SPACES TO SC-DAYS-HEAD.
           MOVE "REASON" TO SC-TEXT-HEAD.
           WRITE STMT-LINE FROM STMT-COLUMN-LINE.
           PERFORM 3310-PRINT-ONE-WRITEOFF
               THRU 3310-EXIT
               VARYING WS-STL-IDX FROM 1 BY 1
               UNTIL WS-STL-IDX > WS-STL-SIZE.
           MOVE "TOTAL WRITTEN OFF" TO STL-LABEL.
           MOVE WS-CUST-WRITEOFF-COUNT TO STL-COUNT.
           MOVE WS-CUST-WRITEOFF-TOTAL TO STL-AMOUNT.
           WRITE STMT-LINE FROM STMT-TOTAL-LINE.
           WRITE STMT-LINE FROM STMT-BLANK.
       3300-EXIT.
           EXIT.

       3310-PRINT-ONE-WRITEOFF.
           IF ST-CUST-KEY(WS-STL-IDX) NOT = CUST-KEY
               OR ST-KIND(WS-STL-IDX) = 'S'
               GO TO 3310-EXIT
           END-IF.
           MOVE ST-ITEM-REF(WS-STL-IDX) TO SD-ITEM-REF.
           MOVE ST-AMOUNT(WS-STL-IDX) TO SD-AMOUNT.
           MOVE ST-DATE(WS-STL-IDX) TO SD-DATE.
           MOVE SPACES TO SD-DAYS.
           IF ST-KIND(WS-STL-IDX) = 'A'
               MOVE "NEAR-MISS DIFFERENCE" TO SD-TEXT
           ELSE
               MOVE "AGED ITEM" TO SD-TEXT
           END-IF.
           WRITE STMT-LINE FROM STMT-DETAIL-LINE.
           IF REMIT-WANTED
               PERFORM 3290-WRITE-REMIT-SETTLED
                   THRU 3290-EXIT
           END-IF.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3400-PRINT-OPEN - EVERY ITEM STILL OPEN TONIGHT, AGED IN
      *  BUSINESS DAYS FROM THE DATE IT WAS FIRST SEEN INTO THE
      *  SAME BUCKETS AS OPEN-ITEMS-RPT. AN ITEM UNDER AN OPEN
      *  DISPUTE SHOWS "IN DISPUTE" INSTEAD, AS IT DOES THERE.
      *----------------------------------------------------------*
       3400-PRINT-OPEN.
           MOVE "ITEMS STILL OPEN" TO SS-TITLE.
           WRITE STMT-LINE FROM STMT-SECTION-LINE.
           IF WS-CUST-OPEN-COUNT = 0
               MOVE "NO ITEMS OPEN" TO SN-TEXT
               WRITE STMT-LINE FROM STMT-NONE-LINE
               WRITE STMT-LINE FROM STMT-BLANK
               GO TO 3400-EXIT
           END-IF.
           MOVE "FIRST SEEN" TO SC-DATE-HEAD.
           MOVE "   DAYS" TO SC-DAYS-HEAD.
           MOVE "  AGING" TO SC-TEXT-HEAD.
           WRITE STMT-LINE FROM STMT-COLUMN-LINE.
           PERFORM 3410-PRINT-ONE-OPEN
               THRU 3410-EXIT
               VARYING WS-OPN-IDX FROM 1 BY 1
               UNTIL WS-OPN-IDX > WS-OPN-SIZE.
           MOVE "TOTAL OPEN" TO STL-LABEL.
           MOVE WS-CUST-OPEN-COUNT TO STL-COUNT.
           MOVE WS-CUST-OPEN-BALANCE TO STL-AMOUNT.
           WRITE STMT-LINE FROM STMT-TOTAL-LINE.
           WRITE STMT-LINE FROM STMT-BLANK.
       3400-EXIT.
           EXIT.

       3410-PRINT-ONE-OPEN.
           IF OP-CUST-KEY(WS-OPN-IDX) NOT = CUST-KEY
               GO TO 3410-EXIT
           END-IF.
           MOVE 'B' TO WS-CAL-FUNCTION.
           MOVE OP-FIRST-SEEN(WS-OPN-IDX) TO WS-CAL-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-CAL-TO-DATE.
           CALL "BUSINESS-CAL".
           IF WS-CAL-STATUS = "90"
               MOVE 1 TO WS-OPEN-DAYS
           ELSE
               COMPUTE WS-OPEN-DAYS = WS-CAL-DAYS + 1
           END-IF.
           EVALUATE TRUE
               WHEN OP-DISPUTED(WS-OPN-IDX) = 'Y'
                   MOVE "IN DISPUTE" TO WS-OPEN-BUCKET
               WHEN WS-OPEN-DAYS > 30
                   MOVE "OVER 30 DAYS" TO WS-OPEN-BUCKET
               WHEN WS-OPEN-DAYS > 7
                   MOVE "8-30 DAYS" TO WS-OPEN-BUCKET
               WHEN OTHER
                   MOVE "1-7 DAYS" TO WS-OPEN-BUCKET
           END-EVALUATE.
           MOVE OP-ITEM-REF(WS-OPN-IDX) TO SD-ITEM-REF.
           MOVE OP-AMOUNT(WS-OPN-IDX) TO SD-AMOUNT.
           MOVE OP-FIRST-SEEN(WS-OPN-IDX) TO SD-DATE.
           MOVE WS-OPEN-DAYS TO WS-SHOW-DAYS.
           MOVE WS-SHOW-DAYS TO SD-DAYS.
           MOVE SPACES TO SD-TEXT.
           MOVE WS-OPEN-BUCKET TO SD-TEXT(3:12).
           WRITE STMT-LINE FROM STMT-DETAIL-LINE.
           IF REMIT-WANTED
               MOVE SPACES TO REMITTANCE-REC
               MOVE 'D' TO RMT-REC-TYPE
               MOVE CUST-KEY TO RMT-CUST-KEY
               MOVE 'O' TO RMT-LINE-TYPE
               MOVE OP-ITEM-REF(WS-OPN-IDX) TO RMT-ITEM-REF
               MOVE OP-FIRST-SEEN(WS-OPN-IDX) TO RMT-DATE
               MOVE OP-AMOUNT(WS-OPN-IDX) TO RMT-AMOUNT
               MOVE WS-OPEN-DAYS TO RMT-AGE-DAYS
               PERFORM 3900-WRITE-REMIT-DETAIL
                   THRU 3900-EXIT
           END-IF.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3500-PRINT-BALANCE - THE CLOSING OPEN BALANCE ENDS THE
      *  STATEMENT, AND THE CUSTOMER'S REMITTANCE ADVICE.
      *----------------------------------------------------------*
       3500-PRINT-BALANCE.
           MOVE WS-CUST-OPEN-BALANCE TO SB-AMOUNT.
           WRITE STMT-LINE FROM STMT-BALANCE-LINE.
           WRITE STMT-LINE FROM STMT-RULE-LINE.
           WRITE STMT-LINE FROM STMT-BLANK.
           IF REMIT-WANTED
               MOVE SPACES TO REMITTANCE-REC
               MOVE 'D' TO RMT-REC-TYPE
               MOVE CUST-KEY TO RMT-CUST-KEY
               MOVE 'B' TO RMT-LINE-TYPE
               MOVE WS-RUN-DATE TO RMT-DATE
               MOVE WS-CUST-OPEN-BALANCE TO RMT-AMOUNT
               MOVE 0 TO RMT-AGE-DAYS
               PERFORM 3900-WRITE-REMIT-DETAIL
                   THRU 3900-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

       3900-WRITE-REMIT-DETAIL.
           WRITE REMITTANCE-REC.
           ADD 1 TO WS-RMT-DETAIL-COUNT.
           ADD RMT-AMOUNT TO WS-RMT-HASH-TOTAL.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000/4100 - A LINE NO STATEMENT CLAIMED BELONGS TO A
      *  CUSTOMER NOT ON CUSTOMER-MASTER, OR TO NO CUSTOMER AT
      *  ALL (AN ITEM FROM BEFORE ITEMS CARRIED ONE).
      *----------------------------------------------------------*
       4000-COUNT-UNSTATED-SETTLED.
           IF ST-USED(WS-STL-IDX) = 'Y'
               GO TO 4000-EXIT
           END-IF.
           IF ST-CUST-KEY(WS-STL-IDX) = SPACES
               ADD 1 TO WS-NO-CUST-COUNT
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO WS-NO-MASTER-COUNT.
           DISPLAY "SETTLED ITEM " ST-ITEM-REF(WS-STL-IDX)
               " FOR CUSTOMER " ST-CUST-KEY(WS-STL-IDX)
               " NOT ON CUSTOMER-MASTER".
       4000-EXIT.
           EXIT.

       4100-COUNT-UNSTATED-OPEN.
           IF OP-USED(WS-OPN-IDX) = 'Y'
               GO TO 4100-EXIT
           END-IF.
           IF OP-CUST-KEY(WS-OPN-IDX) = SPACES
               ADD 1 TO WS-NO-CUST-COUNT
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-NO-MASTER-COUNT.
           DISPLAY "OPEN ITEM " OP-ITEM-REF(WS-OPN-IDX)
               " FOR CUSTOMER " OP-CUST-KEY(WS-OPN-IDX)
               " NOT ON CUSTOMER-MASTER".
       4100-EXIT.
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
           MOVE "CUST-STATEMENT"     TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-MASTER-READ-COUNT TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-STMT-COUNT        TO AUD-OUTPUT-COUNT.
           MOVE WS-RMT-DETAIL-COUNT  TO AUD-OUTPUT-COUNT-2.
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
           MOVE WS-SPH-FILE-STATUS
               TO WS-PS-SPH.
           MOVE WS-OI-FILE-STATUS
               TO WS-PS-OIT.
           MOVE WS-MASTER-FILE-STATUS
               TO WS-PS-MST.
           MOVE WS-STL-SIZE TO WS-PC-SETTLED.
           MOVE WS-OPN-SIZE TO WS-PC-OPEN.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "CUST-STATEMENT"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE "SETTLED-PAIRS"
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM CUST-STATEMENT.
