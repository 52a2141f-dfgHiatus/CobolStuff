       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-REVALUE.
       AUTHOR. DATA-PROCESSING.
      *> Foreign-exchange gain and loss on the receivables the match
      *> run carries. ONE-DIMENSIONAL converts every amount to base
      *> at the run date's rate, so a foreign item that settled
      *> weeks after it was first seen went through at the new
      *> rate and the difference simply vanished, and an open
      *> foreign item was never restated at month end.
      *>
      *> OPEN-ITEMS now carries each item's original currency and
      *> amount and the rate of the night it was first seen. This
      *> step keeps FX-POSITIONS, one record per foreign item:
      *> its first-seen rate and base value, the base value the
      *> ledger currently carries it at (the first-seen value
      *> until a month-end revaluation restates it), and whether
      *> it is still open or already realized. Each night:
      *>   - EVERY ITEM SETTLED TONIGHT - A 'D' DETAIL ON
      *>     SETTLEMENT-EXTRACT, OR A PAIR, TRIPLE, APPROVED
      *>     NEAR-MISS OR WRITE-OFF ON SETTLEMENT-ADJUSTMENTS -
      *>     THAT HOLDS AN OPEN POSITION IS REALIZED: THE ORIGINAL
      *>     AMOUNT AT THE SETTLEMENT DATE'S RATE LESS ITS
      *>     FIRST-SEEN BASE VALUE IS A REALIZED GAIN (OR LOSS),
      *>     AND ANY UNREALIZED DIFFERENCE A MONTH END BOOKED ON
      *>     IT IS REVERSED;
      *>   - A REVERSAL (A NEGATIVE DETAIL) OF A REALIZED ITEM
      *>     REVERSES BOTH AGAIN AND REOPENS THE POSITION;
      *>   - FOREIGN ITEMS NEWLY ON OPEN-ITEMS OPEN A POSITION;
      *>   - ON THE LAST BUSINESS DAY OF THE MONTH (OR ANY NIGHT
      *>     THE FXREVAL-CTL FORCE FLAG IS SET) EVERY POSITION STILL
      *>     ON OPEN-ITEMS IS RESTATED AT THE CLOSING (RUN-DATE)
      *>     RATE AND THE CHANGE IN ITS CARRYING VALUE IS AN
      *>     UNREALIZED GAIN (OR LOSS);
      *>   - A REALIZED POSITION IS KEPT SIXTY DAYS (AS LONG AS
      *>     SETTLED-PAIRS KEEPS THE MATCH FOR A REVERSAL), AND AN
      *>     OPEN POSITION GONE FROM OPEN-ITEMS THAT LONG WITHOUT
      *>     SETTLING IS DROPPED WITH ITS UNREALIZED DIFFERENCE
      *>     REVERSED.
      *> Every gain or loss is appended to SETTLEMENT-ADJUSTMENTS
      *> as a one-item detail against target zero - match type 'X'
      *> realized, 'U' unrealized, the amount positive for a gain
      *> and negative for a loss - so SETTLEMENT-POST posts it
      *> and GL-EXTRACT journals it through GL-ACCOUNT-MAP like
      *> any other adjustment. FX-REVAL-RPT lists every line.
      *> Each position remembers the legal entity its item belongs
      *> to, and every gain or loss line carries it, so the
      *> difference posts to that entity's books and not ours.
      *>
      *> The month end is the last business day on the shared
      *> BUSINESS-CAL calendar - the night SETTLE-CLOSE locks the
      *> period - so the restatement posts ahead of the close and
      *> into the period it belongs to. A night later in the same
      *> month catches up, as SETTLE-CLOSE does, when the last
      *> business day's run was missed: positions of an entity
      *> whose period SETTLE-PERIOD-LOCK still shows open are
      *> revalued, those of an entity already closed are left
      *> alone, since SETTLEMENT-POST would refuse their lines.
      *>
      *> A settlement or closing rate missing from CURRENCY-RATES
      *> leaves the item as it stood and ends the step RC-WARNING.
      *> A table overflow ends it RC-ERROR with nothing written,
      *> so the positions and the adjustments never disagree.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXREVAL-CTL
               ASSIGN TO "FXREVAL-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT FX-POSITIONS
               ASSIGN TO "FX-POSITIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-FILE-STATUS.
           SELECT CURRENCY-RATES
               ASSIGN TO "CURRENCY-RATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT SETTLEMENT-EXTRACT
               ASSIGN TO "SETTLEMENT-EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-FILE-STATUS.
           SELECT SETTLEMENT-ADJUSTMENTS
               ASSIGN TO "SETTLEMENT-ADJUSTMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT OPEN-ITEMS
               ASSIGN TO "OPEN-ITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-FILE-STATUS.
           SELECT FX-REVAL-RPT
               ASSIGN TO "FX-REVAL-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT SETTLE-PERIOD-LOCK
               ASSIGN TO "SETTLE-PERIOD-LOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLOCK-FILE-STATUS.
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
       FD  FXREVAL-CTL
           LABEL RECORDS ARE STANDARD.
       01  FXREVAL-CTL-REC.
           05  FXC-FORCE-FLAG          PIC X(01).
      *> 'Y' FORCES THE REVALUATION TONIGHT REGARDLESS OF THE
      *> CALENDAR; OTHERWISE IT RUNS ON THE LAST BUSINESS DAY OF
      *> THE MONTH.
           05  FILLER                  PIC X(79).

       FD  FX-POSITIONS
           LABEL RECORDS ARE OMITTED.
      *> ONE RECORD PER FOREIGN ITEM. BASE VALUES ARE SIGNED WITH
      *> TWO DECIMALS. FXP-STATUS 'O' OPEN, 'R' REALIZED; THE LAST
      *> DATE IS THE LAST NIGHT THE ITEM WAS SEEN OPEN, OR THE
      *> NIGHT IT WAS REALIZED. A REALIZED POSITION KEEPS WHAT WAS
      *> REALIZED AND WHAT UNREALIZED DIFFERENCE WAS REVERSED, SO
      *> A LATER REVERSAL CAN PUT BOTH BACK. FXP-ENTITY IS THE
      *> LEGAL ENTITY THE ITEM BELONGS TO (BLANK = HOME), TAKEN
      *> FROM OPEN-ITEMS WHEN THE POSITION OPENS.
       01  FX-POSITION-REC.
           05  FXP-ITEM-REF            PIC X(12).
           05  FILLER                  PIC X(02).
           05  FXP-CURRENCY            PIC X(03).
           05  FILLER                  PIC X(02).
           05  FXP-ORIG-AMOUNT         PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  FXP-FIRST-SEEN          PIC X(08).
           05  FILLER                  PIC X(02).
           05  FXP-FIRST-RATE          PIC 9(03)V9(06).
           05  FILLER                  PIC X(02).
           05  FXP-FIRST-BASE          PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  FXP-BOOKED-BASE         PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  FXP-STATUS              PIC X(01).
           05  FILLER                  PIC X(02).
           05  FXP-LAST-DATE           PIC X(08).
           05  FILLER                  PIC X(02).
           05  FXP-REALIZED            PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  FXP-UNREAL-REVERSED     PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  FXP-ENTITY              PIC X(03).

       FD  CURRENCY-RATES
           LABEL RECORDS ARE STANDARD.
      *> ONE RECORD PER CURRENCY PER DAY: THE RATE THAT CONVERTS
      *> ONE UNIT OF THE CURRENCY TO BASE.
       01  CURRENCY-RATE-REC.
           05  CR-RATE-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  CR-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(02).
           05  CR-RATE                 PIC 9(03)V9(06).

       FD  SETTLEMENT-EXTRACT
           LABEL RECORDS ARE OMITTED.
           COPY SETTREC REPLACING ==SETTLEMENT-REC== BY
               ==SETT-EXTRACT-REC==.

       FD  SETTLEMENT-ADJUSTMENTS
           LABEL RECORDS ARE OMITTED.
      *> SAME LAYOUT AS SETTREC.CPY, FIELD NAMES PREFIXED SO THE
      *> EXTRACT'S COPY OF IT CAN SIT ALONGSIDE.
       01  SETTLEMENT-ADJ-REC.
           05  ADJ-REC-TYPE            PIC X(01).
           05  ADJ-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  ADJ-TARGET-VALUE        PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  ADJ-REF-1               PIC X(12).
           05  FILLER                  PIC X(02).
           05  ADJ-REF-2               PIC X(12).
           05  FILLER                  PIC X(02).
           05  ADJ-REF-3               PIC X(12).
           05  FILLER                  PIC X(02).
           05  ADJ-MATCH-TYPE          PIC X(01).
           05  FILLER                  PIC X(02).
           05  ADJ-MATCHED-AMOUNT      PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  ADJ-ORIG-CURRENCY       PIC X(03).
           05  FILLER                  PIC X(02).
           05  ADJ-ORIG-AMOUNT         PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  ADJ-CUST-KEY            PIC X(10).
           05  FILLER                  PIC X(02).
           05  ADJ-ENTITY              PIC X(03).

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

       FD  SETTLE-PERIOD-LOCK
           LABEL RECORDS ARE OMITTED.
      *> THE LAYOUT SETTLE-CLOSE WRITES: EACH ENTITY'S LATEST
      *> CLOSED PERIOD, YYYYMM. BLANK ENTITY MEANS OUR OWN BOOK.
       01  PERIOD-LOCK-REC.
           05  SPL-CLOSED-PERIOD       PIC X(06).
           05  FILLER                  PIC X(02).
           05  SPL-CLOSED-DATE         PIC X(08).
           05  FILLER                  PIC X(02).
           05  SPL-ENTITY              PIC X(03).

       FD  FX-REVAL-RPT
           LABEL RECORDS ARE OMITTED.
       01  FX-RPT-LINE                 PIC X(100).

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

           01  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-POS-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-RATE-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-EXTR-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-ADJ-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-OI-FILE-STATUS       PIC X(02) VALUE SPACES.
           01  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-PLOCK-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           01  WS-FORCE-REVAL          PIC X(01) VALUE 'N'.
               88  REVAL-FORCED                   VALUE 'Y'.
           01  WS-REVAL-DUE            PIC X(01) VALUE 'N'.
               88  REVAL-IS-DUE                   VALUE 'Y'.

           01  WS-BASE-CURRENCY        PIC X(03) VALUE "USD".

      *> HOW FAR BACK SETTLEMENT RATES ARE LOADED (A HELD MATCH OR
      *> A NEAR-MISS SETTLES AT THE RATE OF THE NIGHT IT MATCHED),
      *> AND HOW LONG A POSITION OUTLIVES ITS ITEM.
           01  WS-RATE-DAYS            PIC 9(03) VALUE 90.
           01  WS-RETAIN-DAYS          PIC 9(03) VALUE 60.
           01  WS-RATE-FLOOR           PIC 9(08) VALUE 0.
           01  WS-RATE-FLOOR-X REDEFINES WS-RATE-FLOOR
                                       PIC X(08).
           01  WS-EXPIRY-DATE          PIC 9(08) VALUE 0.
           01  WS-EXPIRY-DATE-X REDEFINES WS-EXPIRY-DATE
                                       PIC X(08).

           01  WS-TODAY-INTEGER        PIC 9(08) VALUE 0.

      *> MONTH-END TEST, SAME RULE AS SETTLE-CLOSE: THE LAST
      *> BUSINESS DAY FROM BUSINESS-CAL, OR A LATER NIGHT IN THE
      *> SAME MONTH CATCHING UP FOR ENTITIES STILL OPEN.
           01  WS-CAL-FUNCTION         PIC X(01) IS EXTERNAL.
           01  WS-CAL-FROM-DATE        PIC X(08) IS EXTERNAL.
           01  WS-CAL-TO-DATE          PIC X(08) IS EXTERNAL.
           01  WS-CAL-DAYS             PIC S9(07) IS EXTERNAL.
           01  WS-CAL-RESULT-DATE      PIC X(08) IS EXTERNAL.
           01  WS-CAL-BUSINESS-DAY     PIC X(01) IS EXTERNAL.
           01  WS-CAL-STATUS           PIC X(02) IS EXTERNAL.
           01  WS-LAST-BUSINESS-DAY    PIC X(08) VALUE SPACES.
           01  WS-RUN-PERIOD           PIC X(06) VALUE SPACES.
           01  WS-CATCH-UP-SWITCH      PIC X(01) VALUE 'N'.
               88  REVAL-CATCHING-UP              VALUE 'Y'.
      *> EVERY ENTITY'S CLOSED PERIOD, AS SETTLE-PERIOD-LOCK HOLDS
      *> THEM - LOADED ONLY FOR A CATCH-UP NIGHT. AN ENTITY NOT
      *> LISTED HAS NEVER BEEN CLOSED.
           01  WS-LOCK-SIZE            PIC 9(02) VALUE 0.
           01  MAX-LOCK-SIZE           PIC 9(02) VALUE 10.
           01  WS-LOCK-TABLE.
               05  WS-LOCK-ENTRY OCCURS 10 TIMES.
                   10  PL-ENTITY       PIC X(03).
                   10  PL-PERIOD       PIC X(06).
           01  WS-LOCK-IDX             PIC 9(02) VALUE 0.
           01  WS-LOOKUP-ENTITY        PIC X(03) VALUE SPACES.
           01  WS-CLOSED-PERIOD        PIC X(06) VALUE SPACES.
           01  WS-LOCK-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  END-OF-LOCKS                   VALUE 'Y'.
           01  WS-CLOSED-SKIP-COUNT    PIC 9(05) VALUE 0.

      *> THE POSITIONS HELD FOR THE RUN: LOADED, SETTLED, EXTENDED
      *> FROM OPEN-ITEMS, REVALUED, AND REWRITTEN. PS-ON-OI MARKS
      *> THE ITEMS ON TONIGHT'S OPEN-ITEMS; PS-STATUS 'D' MARKS AN
      *> EXPIRED POSITION THE REWRITE DROPS.
           01  WS-POS-SIZE             PIC 9(04) VALUE 0.
           01  MAX-POS-SIZE            PIC 9(04) VALUE 9999.
           01  WS-POS-OVERFLOW         PIC 9(09) VALUE 0.
           01  WS-POS-TABLE.
               05  WS-POS-ENTRY OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON WS-POS-SIZE.
                   10  PS-ITEM-REF     PIC X(12).
                   10  PS-CURRENCY     PIC X(03).
                   10  PS-ORIG-AMOUNT  PIC S9(05)V99.
                   10  PS-FIRST-SEEN   PIC X(08).
                   10  PS-FIRST-RATE   PIC 9(03)V9(06).
                   10  PS-FIRST-BASE   PIC S9(07)V99.
                   10  PS-BOOKED-BASE  PIC S9(07)V99.
                   10  PS-STATUS       PIC X(01).
                   10  PS-LAST-DATE    PIC X(08).
                   10  PS-REALIZED     PIC S9(07)V99.
                   10  PS-UNREAL-REV   PIC S9(07)V99.
                   10  PS-ON-OI        PIC X(01).
                   10  PS-ENTITY       PIC X(03).
           01  WS-POS-IDX              PIC 9(04) VALUE 0.
           01  WS-POS-FOUND            PIC X(01) VALUE 'N'.
               88  POSITION-FOUND                 VALUE 'Y'.

      *> RATES FROM THE FLOOR DATE FORWARD, BY DATE AND CURRENCY.
           01  WS-RATE-SIZE            PIC 9(04) VALUE 0.
           01  MAX-RATE-SIZE           PIC 9(04) VALUE 3000.
           01  WS-RATE-OVERFLOW        PIC 9(09) VALUE 0.
           01  WS-RATE-TABLE.
               05  WS-RATE-ENTRY OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON WS-RATE-SIZE.
                   10  RT-DATE         PIC X(08).
                   10  RT-CURRENCY     PIC X(03).
                   10  RT-RATE         PIC 9(03)V9(06).
           01  WS-RATE-IDX             PIC 9(04) VALUE 0.
           01  WS-RATE-FOUND           PIC X(01) VALUE 'N'.
               88  RATE-FOUND                     VALUE 'Y'.
           01  WS-LOOK-DATE            PIC X(08) VALUE SPACES.
           01  WS-LOOK-CURRENCY        PIC X(03) VALUE SPACES.
           01  WS-LOOK-RATE            PIC 9(03)V9(06) VALUE 0.

      *> THE GAIN AND LOSS LINES BUILT TONIGHT, HELD UNTIL EVERY
      *> POSITION HAS BEEN WORKED SO AN OVERFLOW WRITES NOTHING.
           01  WS-LINE-SIZE            PIC 9(04) VALUE 0.
           01  MAX-LINE-SIZE           PIC 9(04) VALUE 9999.
           01  WS-LINE-OVERFLOW        PIC 9(09) VALUE 0.
           01  WS-LINE-TABLE.
               05  WS-LINE-ENTRY OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON WS-LINE-SIZE.
                   10  FL-ITEM-REF     PIC X(12).
                   10  FL-TYPE         PIC X(01).
                   10  FL-AMOUNT       PIC S9(07)V99.
                   10  FL-CURRENCY     PIC X(03).
                   10  FL-ORIG-AMOUNT  PIC S9(05)V99.
                   10  FL-RATE         PIC 9(03)V9(06).
                   10  FL-REASON       PIC X(34).
                   10  FL-ENTITY       PIC X(03).
           01  WS-LINE-IDX             PIC 9(04) VALUE 0.

      *> THE SETTLED DETAIL BEING WORKED, FROM EITHER FILE.
           01  WS-DTL-DATE             PIC X(08) VALUE SPACES.
           01  WS-DTL-TYPE             PIC X(01) VALUE SPACE.
           01  WS-DTL-AMOUNT           PIC S9(07)V99 VALUE 0.
           01  WS-DTL-REF-1            PIC X(12) VALUE SPACES.
           01  WS-DTL-REF-2            PIC X(12) VALUE SPACES.
           01  WS-DTL-REF-3            PIC X(12) VALUE SPACES.
           01  WS-ITEM-REF             PIC X(12) VALUE SPACES.

      *> THE LINE 2900-ADD-FX-LINE IS ASKED TO ADD.
           01  WS-NEW-TYPE             PIC X(01) VALUE SPACE.
           01  WS-NEW-AMOUNT           PIC S9(07)V99 VALUE 0.
           01  WS-NEW-RATE             PIC 9(03)V9(06) VALUE 0.
           01  WS-NEW-REASON           PIC X(34) VALUE SPACES.

           01  WS-SETTLED-BASE         PIC S9(07)V99 VALUE 0.
           01  WS-RESTATED-BASE        PIC S9(07)V99 VALUE 0.

           01  WS-DETAIL-COUNT         PIC 9(09) VALUE 0.
           01  WS-REALIZED-COUNT       PIC 9(09) VALUE 0.
           01  WS-UNWOUND-COUNT        PIC 9(09) VALUE 0.
           01  WS-OPENED-COUNT         PIC 9(09) VALUE 0.
           01  WS-REVALUED-COUNT       PIC 9(09) VALUE 0.
           01  WS-EXPIRED-COUNT        PIC 9(09) VALUE 0.
           01  WS-NO-RATE-COUNT        PIC 9(09) VALUE 0.
           01  WS-NO-FX-DETAIL-COUNT   PIC 9(09) VALUE 0.
           01  WS-BAD-POS-COUNT        PIC 9(09) VALUE 0.
           01  WS-REALIZED-TOTAL       PIC S9(11)V99 VALUE 0.
           01  WS-UNREALIZED-TOTAL     PIC S9(11)V99 VALUE 0.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(40)
                   VALUE "FX REALIZED AND UNREALIZED GAIN / LOSS  ".
               05  FILLER              PIC X(10)
                   VALUE "RUN DATE: ".
               05  H-RUN-DATE          PIC X(08).
               05  FILLER              PIC X(42) VALUE SPACES.
           01  RPT-HEADING-2.
               05  FILLER              PIC X(14) VALUE "ITEM REF".
               05  FILLER              PIC X(06) VALUE "TYPE".
               05  FILLER              PIC X(05) VALUE "CCY".
               05  FILLER              PIC X(12) VALUE "  ORIG AMT".
               05  FILLER              PIC X(13) VALUE "       RATE".
               05  FILLER              PIC X(16)
                   VALUE "     GAIN(LOSS)".
               05  FILLER              PIC X(34) VALUE "REASON".
           01  RPT-HEADING-3           PIC X(100) VALUE SPACES.

           01  RPT-DETAIL-LINE.
               05  DL-ITEM-REF         PIC X(12).
               05  FILLER              PIC X(03) VALUE SPACES.
               05  DL-TYPE             PIC X(01).
               05  FILLER              PIC X(04) VALUE SPACES.
               05  DL-CURRENCY         PIC X(03).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  DL-ORIG-AMOUNT      PIC ZZ,ZZ9.99-.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  DL-RATE             PIC ZZ9.999999.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  DL-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  DL-REASON           PIC X(34).
           01  RPT-TOTAL-LINE.
               05  TL-LABEL            PIC X(40).
               05  TL-COUNT            PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  TL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(28) VALUE SPACES.
           01  RPT-NONE-LINE           PIC X(100)
               VALUE "  NO FX GAIN OR LOSS TONIGHT".
           01  RPT-BLANK               PIC X(100) VALUE SPACES.

           01  WS-SHOW-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "POS=".
               05  WS-PS-POS       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "ADJ=".
               05  WS-PS-ADJ       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "OIT=".
               05  WS-PS-OIT       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(10)
                                   VALUE "POSITIONS=".
               05  WS-PC-POSITIONS
                                   PIC 9(04).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(06)
                                   VALUE "LINES=".
               05  WS-PC-LINES
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
           MOVE 'N' TO WS-FORCE-REVAL.
           MOVE 'N' TO WS-REVAL-DUE.
           MOVE 'N' TO WS-CATCH-UP-SWITCH.
           MOVE 0 TO WS-LOCK-SIZE.
           MOVE 0 TO WS-CLOSED-SKIP-COUNT.
           MOVE 0 TO WS-POS-SIZE.
           MOVE 0 TO WS-POS-OVERFLOW.
           MOVE 0 TO WS-RATE-SIZE.
           MOVE 0 TO WS-RATE-OVERFLOW.
           MOVE 0 TO WS-LINE-SIZE.
           MOVE 0 TO WS-LINE-OVERFLOW.
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-REALIZED-COUNT.
           MOVE 0 TO WS-UNWOUND-COUNT.
           MOVE 0 TO WS-OPENED-COUNT.
           MOVE 0 TO WS-REVALUED-COUNT.
           MOVE 0 TO WS-EXPIRED-COUNT.
           MOVE 0 TO WS-NO-RATE-COUNT.
           MOVE 0 TO WS-NO-FX-DETAIL-COUNT.
           MOVE 0 TO WS-BAD-POS-COUNT.
           MOVE 0 TO WS-REALIZED-TOTAL.
           MOVE 0 TO WS-UNREALIZED-TOTAL.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).
           COMPUTE WS-RATE-FLOOR =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER
                   - WS-RATE-DAYS).
           COMPUTE WS-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER
                   - WS-RETAIN-DAYS).
           PERFORM 1000-READ-FXREVAL-CTL
               THRU 1000-EXIT.
           PERFORM 1100-LOAD-POSITIONS
               THRU 1100-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1200-LOAD-RATES
               THRU 1200-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 2000-READ-EXTRACT
               THRU 2000-EXIT.
           PERFORM 2100-READ-ADJUSTMENTS
               THRU 2100-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 3000-LOAD-OPEN-ITEMS
               THRU 3000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 4000-CHECK-MONTH-END
               THRU 4000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           IF REVAL-IS-DUE
               DISPLAY "MONTH-END REVALUATION AT THE " WS-RUN-DATE
                   " CLOSING RATES"
               PERFORM 4100-REVALUE-ONE-POSITION
                   THRU 4100-EXIT
                   VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-SIZE
           END-IF.
           PERFORM 5000-EXPIRE-ONE-POSITION
               THRU 5000-EXIT
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-POS-SIZE.
      *> NOTHING IS WRITTEN UNLESS EVERY POSITION AND EVERY LINE
      *> FITTED - HALF A NIGHT'S GAIN AND LOSS IS WORSE THAN NONE.
           IF WS-POS-OVERFLOW > 0 OR WS-LINE-OVERFLOW > 0
               DISPLAY "FX TABLES OVERFLOWED - POSITIONS "
                   WS-POS-OVERFLOW ", LINES " WS-LINE-OVERFLOW
                   " - NOTHING WRITTEN"
               MOVE "0000-MAINLINE" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 6000-WRITE-FX-LINES
               THRU 6000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 7000-REWRITE-POSITIONS
               THRU 7000-EXIT.
           PERFORM 8000-WRITE-REPORT
               THRU 8000-EXIT.
           DISPLAY "FX POSITIONS REALIZED:    " WS-REALIZED-COUNT.
           DISPLAY "FX POSITIONS REVERSED:    " WS-UNWOUND-COUNT.
           DISPLAY "FX POSITIONS OPENED:      " WS-OPENED-COUNT.
           DISPLAY "FX POSITIONS REVALUED:    " WS-REVALUED-COUNT.
           IF WS-CLOSED-SKIP-COUNT > 0
               DISPLAY "FX POSITIONS NOT REVALUED, PERIOD CLOSED: "
                   WS-CLOSED-SKIP-COUNT
           END-IF.
           DISPLAY "FX GAIN/LOSS LINES:       " WS-LINE-SIZE.
           MOVE WS-REALIZED-TOTAL TO WS-SHOW-AMOUNT.
           DISPLAY "REALIZED GAIN (LOSS):     " WS-SHOW-AMOUNT.
           MOVE WS-UNREALIZED-TOTAL TO WS-SHOW-AMOUNT.
           DISPLAY "UNREALIZED GAIN (LOSS):   " WS-SHOW-AMOUNT.
           IF WS-NO-FX-DETAIL-COUNT > 0
               DISPLAY "OPEN ITEMS WITHOUT CURRENCY DETAIL: "
                   WS-NO-FX-DETAIL-COUNT
           END-IF.
           IF WS-BAD-POS-COUNT > 0
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
           END-IF.
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "ITEMS LEFT UNCHANGED FOR WANT OF A RATE: "
                   WS-NO-RATE-COUNT
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
      *  1000-READ-FXREVAL-CTL - OPTIONAL FORCE FLAG. MISSING OR
      *  BLANK MEANS THE CALENDAR DECIDES.
      *----------------------------------------------------------*
       1000-READ-FXREVAL-CTL.
           OPEN INPUT FXREVAL-CTL.
           IF WS-CTL-FILE-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "FXREVAL-CTL OPEN FAILED, FILE STATUS="
                   WS-CTL-FILE-STATUS
               MOVE "1000-READ-FXREVAL-CTL" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           READ FXREVAL-CTL
               AT END
                   CONTINUE
               NOT AT END
                   IF FXC-FORCE-FLAG = 'Y' OR 'y'
                       MOVE 'Y' TO WS-FORCE-REVAL
                   END-IF
           END-READ.
           CLOSE FXREVAL-CTL.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-LOAD-POSITIONS - EVERY FOREIGN ITEM ALREADY TRACKED.
      *----------------------------------------------------------*
       1100-LOAD-POSITIONS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT FX-POSITIONS.
           IF WS-POS-FILE-STATUS = "35"
               GO TO 1100-EXIT
           END-IF.
           IF WS-POS-FILE-STATUS NOT = "00"
               DISPLAY "FX-POSITIONS OPEN FAILED, FILE STATUS="
                   WS-POS-FILE-STATUS
               MOVE "1100-LOAD-POSITIONS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-POSITION
               THRU 1110-EXIT
               UNTIL END-OF-FILE.
           CLOSE FX-POSITIONS.
           IF WS-POS-OVERFLOW > 0
               DISPLAY "FX-POSITIONS HOLDS MORE THAN " MAX-POS-SIZE
                   " RECORDS - " WS-POS-OVERFLOW " NOT LOADED"
               MOVE "1100-LOAD-POSITIONS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-POSITION.
           READ FX-POSITIONS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1110-EXIT
           END-IF.
           IF FXP-ITEM-REF = SPACES
               OR FXP-ORIG-AMOUNT IS NOT NUMERIC
               OR FXP-FIRST-BASE IS NOT NUMERIC
               OR FXP-BOOKED-BASE IS NOT NUMERIC
               ADD 1 TO WS-BAD-POS-COUNT
               DISPLAY "FX-POSITIONS RECORD FOR '" FXP-ITEM-REF
                   "' UNUSABLE - DROPPED"
               GO TO 1110-EXIT
           END-IF.
           IF WS-POS-SIZE >= MAX-POS-SIZE
               ADD 1 TO WS-POS-OVERFLOW
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-POS-SIZE.
           MOVE FXP-ITEM-REF TO PS-ITEM-REF(WS-POS-SIZE).
           MOVE FXP-CURRENCY TO PS-CURRENCY(WS-POS-SIZE).
           MOVE FXP-ORIG-AMOUNT TO PS-ORIG-AMOUNT(WS-POS-SIZE).
           MOVE FXP-FIRST-SEEN TO PS-FIRST-SEEN(WS-POS-SIZE).
           MOVE FXP-FIRST-RATE TO PS-FIRST-RATE(WS-POS-SIZE).
           MOVE FXP-FIRST-BASE TO PS-FIRST-BASE(WS-POS-SIZE).
           MOVE FXP-BOOKED-BASE TO PS-BOOKED-BASE(WS-POS-SIZE).
           MOVE FXP-STATUS TO PS-STATUS(WS-POS-SIZE).
           MOVE FXP-LAST-DATE TO PS-LAST-DATE(WS-POS-SIZE).
           MOVE FXP-ENTITY TO PS-ENTITY(WS-POS-SIZE).
           MOVE 0 TO PS-REALIZED(WS-POS-SIZE).
           MOVE 0 TO PS-UNREAL-REV(WS-POS-SIZE).
           IF FXP-REALIZED IS NUMERIC
               MOVE FXP-REALIZED TO PS-REALIZED(WS-POS-SIZE)
           END-IF.
           IF FXP-UNREAL-REVERSED IS NUMERIC
               MOVE FXP-UNREAL-REVERSED
                   TO PS-UNREAL-REV(WS-POS-SIZE)
           END-IF.
           MOVE 'N' TO PS-ON-OI(WS-POS-SIZE).
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-LOAD-RATES - EVERY RATE FROM THE FLOOR DATE ON: THE
      *  SETTLEMENT RATES OF ANYTHING MATCHED IN THAT WINDOW, AND
      *  TONIGHT'S CLOSING RATES. NO RATE FILE MEANS NO RATE.
      *----------------------------------------------------------*
       1200-LOAD-RATES.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CURRENCY-RATES.
           IF WS-RATE-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "CURRENCY-RATES OPEN FAILED, FILE STATUS="
                   WS-RATE-FILE-STATUS
               MOVE "1200-LOAD-RATES" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-RATE
               THRU 1210-EXIT
               UNTIL END-OF-FILE.
           CLOSE CURRENCY-RATES.
           IF WS-RATE-OVERFLOW > 0
               DISPLAY "CURRENCY-RATES HOLDS MORE THAN "
                   MAX-RATE-SIZE " RATES SINCE " WS-RATE-FLOOR-X
                   " - " WS-RATE-OVERFLOW " NOT LOADED"
               MOVE "1200-LOAD-RATES" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-RATE.
           READ CURRENCY-RATES
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1210-EXIT
           END-IF.
           IF CR-RATE-DATE < WS-RATE-FLOOR-X
               OR CR-RATE-DATE > WS-RUN-DATE
               OR CR-RATE IS NOT NUMERIC
               GO TO 1210-EXIT
           END-IF.
           IF WS-RATE-SIZE >= MAX-RATE-SIZE
               ADD 1 TO WS-RATE-OVERFLOW
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-RATE-SIZE.
           MOVE CR-RATE-DATE TO RT-DATE(WS-RATE-SIZE).
           MOVE CR-CURRENCY TO RT-CURRENCY(WS-RATE-SIZE).
           MOVE CR-RATE TO RT-RATE(WS-RATE-SIZE).
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-READ-EXTRACT - TONIGHT'S EXACT MATCHES. NO EXTRACT
      *  MEANS NOTHING MATCHED.
      *----------------------------------------------------------*
       2000-READ-EXTRACT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SETTLEMENT-EXTRACT.
           IF WS-EXTR-FILE-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2010-READ-ONE-EXTRACT-REC
               THRU 2010-EXIT
               UNTIL END-OF-FILE.
           CLOSE SETTLEMENT-EXTRACT.
       2000-EXIT.
           EXIT.

       2010-READ-ONE-EXTRACT-REC.
           READ SETTLEMENT-EXTRACT
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 2010-EXIT
           END-IF.
           IF SETT-REC-TYPE NOT = 'D'
               OR SETT-MATCHED-AMOUNT IS NOT NUMERIC
               GO TO 2010-EXIT
           END-IF.
           MOVE SETT-RUN-DATE TO WS-DTL-DATE.
           MOVE SETT-MATCH-TYPE TO WS-DTL-TYPE.
           MOVE SETT-MATCHED-AMOUNT TO WS-DTL-AMOUNT.
           MOVE SETT-REF-1 TO WS-DTL-REF-1.
           MOVE SETT-REF-2 TO WS-DTL-REF-2.
           MOVE SETT-REF-3 TO WS-DTL-REF-3.
           PERFORM 2200-SETTLE-ONE-DETAIL
               THRU 2200-EXIT.
       2010-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2100-READ-ADJUSTMENTS - RELEASED HOLDS, APPROVED
      *  NEAR-MISSES, WRITE-OFFS AND REVERSALS WAITING TO POST.
      *  OUR OWN 'X' AND 'U' LINES FROM AN EARLIER ATTEMPT ARE
      *  NOT SETTLEMENTS AND ARE PASSED OVER.
      *----------------------------------------------------------*
       2100-READ-ADJUSTMENTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SETTLEMENT-ADJUSTMENTS.
           IF WS-ADJ-FILE-STATUS = "35"
               GO TO 2100-EXIT
           END-IF.
           IF WS-ADJ-FILE-STATUS NOT = "00"
               DISPLAY "SETTLEMENT-ADJUSTMENTS OPEN FAILED, "
                   "FILE STATUS=" WS-ADJ-FILE-STATUS
               MOVE "2100-READ-ADJUSTMENTS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-READ-ONE-ADJUSTMENT
               THRU 2110-EXIT
               UNTIL END-OF-FILE.
           CLOSE SETTLEMENT-ADJUSTMENTS.
       2100-EXIT.
           EXIT.

       2110-READ-ONE-ADJUSTMENT.
           READ SETTLEMENT-ADJUSTMENTS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 2110-EXIT
           END-IF.
           IF ADJ-REC-TYPE NOT = 'D'
               OR ADJ-MATCHED-AMOUNT IS NOT NUMERIC
               OR ADJ-MATCH-TYPE = 'X' OR 'U'
               GO TO 2110-EXIT
           END-IF.
           MOVE ADJ-RUN-DATE TO WS-DTL-DATE.
           MOVE ADJ-MATCH-TYPE TO WS-DTL-TYPE.
           MOVE ADJ-MATCHED-AMOUNT TO WS-DTL-AMOUNT.
           MOVE ADJ-REF-1 TO WS-DTL-REF-1.
           MOVE ADJ-REF-2 TO WS-DTL-REF-2.
           MOVE ADJ-REF-3 TO WS-DTL-REF-3.
           PERFORM 2200-SETTLE-ONE-DETAIL
               THRU 2200-EXIT.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-SETTLE-ONE-DETAIL - WORK EACH ITEM OF ONE SETTLED
      *  (OR REVERSED) DETAIL.
      *----------------------------------------------------------*
       2200-SETTLE-ONE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE WS-DTL-REF-1 TO WS-ITEM-REF.
           PERFORM 2210-SETTLE-ONE-ITEM
               THRU 2210-EXIT.
           MOVE WS-DTL-REF-2 TO WS-ITEM-REF.
           PERFORM 2210-SETTLE-ONE-ITEM
               THRU 2210-EXIT.
           MOVE WS-DTL-REF-3 TO WS-ITEM-REF.
           PERFORM 2210-SETTLE-ONE-ITEM
               THRU 2210-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2210-SETTLE-ONE-ITEM - ONLY AN ITEM THAT HOLDS A POSITION
      *  CAN HAVE AN EXCHANGE DIFFERENCE: ONE SETTLED THE NIGHT IT
      *  WAS FIRST SEEN WENT THROUGH AT ITS FIRST-SEEN RATE.
      *----------------------------------------------------------*
       2210-SETTLE-ONE-ITEM.
           IF WS-ITEM-REF = SPACES
               GO TO 2210-EXIT
           END-IF.
           PERFORM 2300-FIND-POSITION
               THRU 2300-EXIT.
           IF NOT POSITION-FOUND
               GO TO 2210-EXIT
           END-IF.
           IF WS-DTL-AMOUNT < 0
               IF PS-STATUS(WS-POS-IDX) = 'R'
                   PERFORM 2230-UNWIND-POSITION
                       THRU 2230-EXIT
               END-IF
           ELSE
               IF PS-STATUS(WS-POS-IDX) = 'O'
                   PERFORM 2220-REALIZE-POSITION
                       THRU 2220-EXIT
               END-IF
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2220-REALIZE-POSITION - THE ORIGINAL AMOUNT AT THE RATE
      *  OF THE NIGHT IT SETTLED, AGAINST ITS FIRST-SEEN VALUE, IS
      *  REALIZED; WHATEVER A MONTH END BOOKED AS UNREALIZED ON IT
      *  COMES OFF AGAIN.
      *----------------------------------------------------------*
       2220-REALIZE-POSITION.
           MOVE WS-DTL-DATE TO WS-LOOK-DATE.
           MOVE PS-CURRENCY(WS-POS-IDX) TO WS-LOOK-CURRENCY.
           PERFORM 2400-FIND-RATE
               THRU 2400-EXIT.
           IF NOT RATE-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
               DISPLAY "NO " WS-LOOK-CURRENCY " RATE FOR "
                   WS-LOOK-DATE " - ITEM " WS-ITEM-REF
                   " NOT REALIZED"
               GO TO 2220-EXIT
           END-IF.
           COMPUTE WS-SETTLED-BASE ROUNDED =
               PS-ORIG-AMOUNT(WS-POS-IDX) * WS-LOOK-RATE.
           COMPUTE PS-REALIZED(WS-POS-IDX) =
               WS-SETTLED-BASE - PS-FIRST-BASE(WS-POS-IDX).
           COMPUTE PS-UNREAL-REV(WS-POS-IDX) =
               PS-FIRST-BASE(WS-POS-IDX)
               - PS-BOOKED-BASE(WS-POS-IDX).
           MOVE 'X' TO WS-NEW-TYPE.
           MOVE PS-REALIZED(WS-POS-IDX) TO WS-NEW-AMOUNT.
           MOVE WS-LOOK-RATE TO WS-NEW-RATE.
           MOVE "REALIZED ON SETTLEMENT" TO WS-NEW-REASON.
           PERFORM 2900-ADD-FX-LINE
               THRU 2900-EXIT.
           MOVE 'U' TO WS-NEW-TYPE.
           MOVE PS-UNREAL-REV(WS-POS-IDX) TO WS-NEW-AMOUNT.
           MOVE "UNREALIZED REVERSED ON SETTLEMENT" TO WS-NEW-REASON.
           PERFORM 2900-ADD-FX-LINE
               THRU 2900-EXIT.
           MOVE 'R' TO PS-STATUS(WS-POS-IDX).
           MOVE WS-RUN-DATE TO PS-LAST-DATE(WS-POS-IDX).
           ADD 1 TO WS-REALIZED-COUNT.
       2220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2230-UNWIND-POSITION - THE SETTLEMENT WAS REVERSED: TAKE
      *  BACK WHAT WAS REALIZED, REBOOK WHAT WAS REVERSED, AND
      *  REOPEN THE POSITION AT ITS OLD CARRYING VALUE.
      *----------------------------------------------------------*
       2230-UNWIND-POSITION.
           MOVE 'X' TO WS-NEW-TYPE.
           COMPUTE WS-NEW-AMOUNT = 0 - PS-REALIZED(WS-POS-IDX).
           MOVE 0 TO WS-NEW-RATE.
           MOVE "REALIZED REVERSED" TO WS-NEW-REASON.
           PERFORM 2900-ADD-FX-LINE
               THRU 2900-EXIT.
           MOVE 'U' TO WS-NEW-TYPE.
           COMPUTE WS-NEW-AMOUNT = 0 - PS-UNREAL-REV(WS-POS-IDX).
           MOVE "UNREALIZED REBOOKED ON REVERSAL" TO WS-NEW-REASON.
           PERFORM 2900-ADD-FX-LINE
               THRU 2900-EXIT.
           MOVE 'O' TO PS-STATUS(WS-POS-IDX).
           MOVE WS-RUN-DATE TO PS-LAST-DATE(WS-POS-IDX).
           MOVE 0 TO PS-REALIZED(WS-POS-IDX).
           MOVE 0 TO PS-UNREAL-REV(WS-POS-IDX).
           ADD 1 TO WS-UNWOUND-COUNT.
       2230-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2300-FIND-POSITION - WS-ITEM-REF TO WS-POS-IDX.
      *----------------------------------------------------------*
       2300-FIND-POSITION.
           MOVE 'N' TO WS-POS-FOUND.
           PERFORM 2310-MATCH-ONE-POSITION
               THRU 2310-EXIT
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-POS-SIZE
               OR POSITION-FOUND.
      *> THE VARYING STEPS ONCE MORE BEFORE THE UNTIL IS TESTED.
           IF POSITION-FOUND
               SUBTRACT 1 FROM WS-POS-IDX
           END-IF.
       2300-EXIT.
           EXIT.

       2310-MATCH-ONE-POSITION.
           IF PS-ITEM-REF(WS-POS-IDX) = WS-ITEM-REF
               MOVE 'Y' TO WS-POS-FOUND
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2400-FIND-RATE - WS-LOOK-CURRENCY ON WS-LOOK-DATE TO
      *  WS-LOOK-RATE. BASE CURRENCY IS ALWAYS RATE 1.
      *----------------------------------------------------------*
       2400-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE 0 TO WS-LOOK-RATE.
           IF WS-LOOK-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-LOOK-RATE
               MOVE 'Y' TO WS-RATE-FOUND
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2410-MATCH-ONE-RATE
               THRU 2410-EXIT
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-SIZE
               OR RATE-FOUND.
       2400-EXIT.
           EXIT.

       2410-MATCH-ONE-RATE.
           IF RT-DATE(WS-RATE-IDX) = WS-LOOK-DATE
               AND RT-CURRENCY(WS-RATE-IDX) = WS-LOOK-CURRENCY
               MOVE RT-RATE(WS-RATE-IDX) TO WS-LOOK-RATE
               MOVE 'Y' TO WS-RATE-FOUND
           END-IF.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2900-ADD-FX-LINE - ONE GAIN OR LOSS LINE FOR THE ITEM AT
      *  WS-POS-IDX. A ZERO DIFFERENCE NEEDS NO LINE.
      *----------------------------------------------------------*
       2900-ADD-FX-LINE.
           IF WS-NEW-AMOUNT = 0
               GO TO 2900-EXIT
           END-IF.
           IF WS-LINE-SIZE >= MAX-LINE-SIZE
               ADD 1 TO WS-LINE-OVERFLOW
               GO TO 2900-EXIT
           END-IF.
           ADD 1 TO WS-LINE-SIZE.
           MOVE PS-ITEM-REF(WS-POS-IDX) TO FL-ITEM-REF(WS-LINE-SIZE).
           MOVE WS-NEW-TYPE TO FL-TYPE(WS-LINE-SIZE).
           MOVE WS-NEW-AMOUNT TO FL-AMOUNT(WS-LINE-SIZE).
           MOVE PS-CURRENCY(WS-POS-IDX) TO FL-CURRENCY(WS-LINE-SIZE).
           MOVE PS-ORIG-AMOUNT(WS-POS-IDX)
               TO FL-ORIG-AMOUNT(WS-LINE-SIZE).
           MOVE WS-NEW-RATE TO FL-RATE(WS-LINE-SIZE).
           MOVE WS-NEW-REASON TO FL-REASON(WS-LINE-SIZE).
           MOVE PS-ENTITY(WS-POS-IDX) TO FL-ENTITY(WS-LINE-SIZE).
           IF WS-NEW-TYPE = 'X'
               ADD WS-NEW-AMOUNT TO WS-REALIZED-TOTAL
           ELSE
               ADD WS-NEW-AMOUNT TO WS-UNREALIZED-TOTAL
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-LOAD-OPEN-ITEMS - MARK THE POSITIONS STILL OPEN
      *  TONIGHT AND OPEN ONE FOR EACH NEW FOREIGN ITEM.
      *----------------------------------------------------------*
       3000-LOAD-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT OPEN-ITEMS.
           IF WS-OI-FILE-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
           IF WS-OI-FILE-STATUS NOT = "00"
               DISPLAY "OPEN-ITEMS OPEN FAILED, FILE STATUS="
                   WS-OI-FILE-STATUS
               MOVE "3000-LOAD-OPEN-ITEMS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3010-LOAD-ONE-OPEN-ITEM
               THRU 3010-EXIT
               UNTIL END-OF-FILE.
           CLOSE OPEN-ITEMS.
       3000-EXIT.
           EXIT.

       3010-LOAD-ONE-OPEN-ITEM.
           READ OPEN-ITEMS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 3010-EXIT
           END-IF.
           IF OI-CURRENCY = WS-BASE-CURRENCY
               GO TO 3010-EXIT
           END-IF.
      *> AN ITEM PUT BACK BY A REVERSAL CARRIES NO CURRENCY DETAIL
      *> UNTIL THE NEXT MATCH RUN; ITS POSITION, IF IT HAS ONE,
      *> WAS REOPENED FROM THE REVERSAL ITSELF.
           IF OI-CURRENCY = SPACES
               OR OI-ORIG-AMOUNT IS NOT NUMERIC
               OR OI-FIRST-RATE IS NOT NUMERIC
               ADD 1 TO WS-NO-FX-DETAIL-COUNT
               MOVE OI-ITEM-REF TO WS-ITEM-REF
               PERFORM 2300-FIND-POSITION
                   THRU 2300-EXIT
               IF POSITION-FOUND
                   AND PS-STATUS(WS-POS-IDX) = 'O'
                   MOVE 'Y' TO PS-ON-OI(WS-POS-IDX)
                   MOVE WS-RUN-DATE TO PS-LAST-DATE(WS-POS-IDX)
               END-IF
               GO TO 3010-EXIT
           END-IF.
           IF OI-FIRST-RATE = 0
               ADD 1 TO WS-NO-FX-DETAIL-COUNT
               GO TO 3010-EXIT
           END-IF.
           MOVE OI-ITEM-REF TO WS-ITEM-REF.
           PERFORM 2300-FIND-POSITION
               THRU 2300-EXIT.
           IF POSITION-FOUND
               AND PS-STATUS(WS-POS-IDX) = 'O'
               MOVE 'Y' TO PS-ON-OI(WS-POS-IDX)
               MOVE WS-RUN-DATE TO PS-LAST-DATE(WS-POS-IDX)
               GO TO 3010-EXIT
           END-IF.
      *> A REFERENCE REALIZED EARLIER AND NOW OPEN AGAIN WITHOUT A
      *> REVERSAL IS A NEW ITEM - ITS OLD POSITION IS REPLACED.
           IF NOT POSITION-FOUND
               IF WS-POS-SIZE >= MAX-POS-SIZE
                   ADD 1 TO WS-POS-OVERFLOW
                   GO TO 3010-EXIT
               END-IF
               ADD 1 TO WS-POS-SIZE
               MOVE WS-POS-SIZE TO WS-POS-IDX
           END-IF.
           MOVE OI-ITEM-REF TO PS-ITEM-REF(WS-POS-IDX).
           MOVE OI-CURRENCY TO PS-CURRENCY(WS-POS-IDX).
           MOVE OI-ORIG-AMOUNT TO PS-ORIG-AMOUNT(WS-POS-IDX).
           MOVE OI-FIRST-SEEN TO PS-FIRST-SEEN(WS-POS-IDX).
           MOVE OI-FIRST-RATE TO PS-FIRST-RATE(WS-POS-IDX).
           MOVE OI-ENTITY TO PS-ENTITY(WS-POS-IDX).
           COMPUTE PS-FIRST-BASE(WS-POS-IDX) ROUNDED =
               OI-ORIG-AMOUNT * OI-FIRST-RATE.
           MOVE PS-FIRST-BASE(WS-POS-IDX)
               TO PS-BOOKED-BASE(WS-POS-IDX).
           MOVE 'O' TO PS-STATUS(WS-POS-IDX).
           MOVE WS-RUN-DATE TO PS-LAST-DATE(WS-POS-IDX).
           MOVE 0 TO PS-REALIZED(WS-POS-IDX).
           MOVE 0 TO PS-UNREAL-REV(WS-POS-IDX).
           MOVE 'Y' TO PS-ON-OI(WS-POS-IDX).
           ADD 1 TO WS-OPENED-COUNT.
       3010-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-CHECK-MONTH-END - THE REVALUATION RUNS WHEN THE
      *  CONTROL CARD FORCES IT, OR WHEN TONIGHT IS THE LAST
      *  BUSINESS DAY OF THE MONTH - OR LATER IN THE SAME MONTH,
      *  CATCHING UP ONLY THE ENTITIES WHOSE PERIOD IS STILL OPEN.
      *  AN UNUSABLE CALENDAR REVALUES NOTHING, AS SETTLE-CLOSE
      *  THEN CLOSES NOTHING.
      *----------------------------------------------------------*
       4000-CHECK-MONTH-END.
           IF REVAL-FORCED
               MOVE 'Y' TO WS-REVAL-DUE
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO WS-LAST-BUSINESS-DAY.
           MOVE 'L' TO WS-CAL-FUNCTION.
           MOVE WS-RUN-DATE TO WS-CAL-FROM-DATE.
           CALL "BUSINESS-CAL".
           IF WS-CAL-STATUS = "90"
               DISPLAY "BUSINESS-CAL HAS NO LAST BUSINESS DAY FOR "
                   WS-RUN-DATE " - NO MONTH-END REVALUATION"
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-CAL-RESULT-DATE TO WS-LAST-BUSINESS-DAY.
           IF WS-RUN-DATE = WS-LAST-BUSINESS-DAY
               MOVE 'Y' TO WS-REVAL-DUE
               GO TO 4000-EXIT
           END-IF.
           IF WS-RUN-DATE < WS-LAST-BUSINESS-DAY
               GO TO 4000-EXIT
           END-IF.
      *> THE LAST BUSINESS DAY'S RUN WAS MISSED: CATCH UP FOR THE
      *> ENTITIES SETTLE-CLOSE HAS NOT YET LOCKED.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD.
           PERFORM 4010-READ-PERIOD-LOCK
               THRU 4010-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 4000-EXIT
           END-IF.
           MOVE 'Y' TO WS-CATCH-UP-SWITCH.
           MOVE 'Y' TO WS-REVAL-DUE.
           DISPLAY "MONTH-END REVALUATION CATCHING UP FROM "
               WS-LAST-BUSINESS-DAY " - ENTITIES CLOSED FOR "
               WS-RUN-PERIOD " ARE LEFT ALONE".
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4010-READ-PERIOD-LOCK - THE LATEST PERIOD SETTLE-CLOSE
      *  HAS CLOSED FOR EACH ENTITY. NO FILE MEANS NOTHING HAS
      *  EVER BEEN CLOSED.
      *----------------------------------------------------------*
       4010-READ-PERIOD-LOCK.
           OPEN INPUT SETTLE-PERIOD-LOCK.
           IF WS-PLOCK-FILE-STATUS = "35"
               GO TO 4010-EXIT
           END-IF.
           IF WS-PLOCK-FILE-STATUS NOT = "00"
               DISPLAY "SETTLE-PERIOD-LOCK OPEN FAILED, "
                   "FILE STATUS=" WS-PLOCK-FILE-STATUS
               MOVE "4010-READ-PERIOD-LOCK"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 4010-EXIT
           END-IF.
           MOVE 'N' TO WS-LOCK-EOF-SWITCH.
           PERFORM 4020-LOAD-ONE-LOCK
               THRU 4020-EXIT
               UNTIL END-OF-LOCKS.
           CLOSE SETTLE-PERIOD-LOCK.
       4010-EXIT.
           EXIT.

       4020-LOAD-ONE-LOCK.
           READ SETTLE-PERIOD-LOCK
               AT END
                   MOVE 'Y' TO WS-LOCK-EOF-SWITCH
           END-READ.
           IF END-OF-LOCKS
               GO TO 4020-EXIT
           END-IF.
           IF WS-LOCK-SIZE >= MAX-LOCK-SIZE
               DISPLAY "SETTLE-PERIOD-LOCK HOLDS MORE THAN "
                   MAX-LOCK-SIZE " ENTITIES"
               MOVE "4020-LOAD-ONE-LOCK" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               MOVE 'Y' TO WS-LOCK-EOF-SWITCH
               GO TO 4020-EXIT
           END-IF.
           ADD 1 TO WS-LOCK-SIZE.
           MOVE SPL-ENTITY TO PL-ENTITY(WS-LOCK-SIZE).
           MOVE SPL-CLOSED-PERIOD TO PL-PERIOD(WS-LOCK-SIZE).
       4020-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4030-FIND-LOCK - THE CLOSED PERIOD FOR WS-LOOKUP-ENTITY
      *  INTO WS-CLOSED-PERIOD, SPACES IF IT HAS NEVER CLOSED.
      *----------------------------------------------------------*
       4030-FIND-LOCK.
           MOVE SPACES TO WS-CLOSED-PERIOD.
           PERFORM 4040-TEST-ONE-LOCK
               THRU 4040-EXIT
               VARYING WS-LOCK-IDX FROM 1 BY 1
               UNTIL WS-LOCK-IDX > WS-LOCK-SIZE.
       4030-EXIT.
           EXIT.

       4040-TEST-ONE-LOCK.
           IF PL-ENTITY(WS-LOCK-IDX) = WS-LOOKUP-ENTITY
               MOVE PL-PERIOD(WS-LOCK-IDX) TO WS-CLOSED-PERIOD
           END-IF.
       4040-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4100-REVALUE-ONE-POSITION - RESTATE AN ITEM STILL OPEN
      *  AT TONIGHT'S CLOSING RATE; THE MOVE IN ITS CARRYING VALUE
      *  IS AN UNREALIZED GAIN OR LOSS. A RERUN THE SAME NIGHT
      *  FINDS NOTHING LEFT TO MOVE.
      *----------------------------------------------------------*
       4100-REVALUE-ONE-POSITION.
           IF PS-STATUS(WS-POS-IDX) NOT = 'O'
               OR PS-ON-OI(WS-POS-IDX) NOT = 'Y'
               GO TO 4100-EXIT
           END-IF.
           IF REVAL-CATCHING-UP
               MOVE PS-ENTITY(WS-POS-IDX) TO WS-LOOKUP-ENTITY
               PERFORM 4030-FIND-LOCK
                   THRU 4030-EXIT
               IF WS-CLOSED-PERIOD NOT = SPACES
                   AND WS-CLOSED-PERIOD >= WS-RUN-PERIOD
                   ADD 1 TO WS-CLOSED-SKIP-COUNT
                   GO TO 4100-EXIT
               END-IF
           END-IF.
           MOVE WS-RUN-DATE TO WS-LOOK-DATE.
           MOVE PS-CURRENCY(WS-POS-IDX) TO WS-LOOK-CURRENCY.
           PERFORM 2400-FIND-RATE
               THRU 2400-EXIT.
           IF NOT RATE-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
               DISPLAY "NO " WS-LOOK-CURRENCY " CLOSING RATE FOR "
                   WS-LOOK-DATE " - ITEM " PS-ITEM-REF(WS-POS-IDX)
                   " NOT REVALUED"
               GO TO 4100-EXIT
           END-IF.
           COMPUTE WS-RESTATED-BASE ROUNDED =
               PS-ORIG-AMOUNT(WS-POS-IDX) * WS-LOOK-RATE.
           MOVE 'U' TO WS-NEW-TYPE.
           COMPUTE WS-NEW-AMOUNT =
               WS-RESTATED-BASE - PS-BOOKED-BASE(WS-POS-IDX).
           MOVE WS-LOOK-RATE TO WS-NEW-RATE.
           MOVE "MONTH-END REVALUATION" TO WS-NEW-REASON.
           PERFORM 2900-ADD-FX-LINE
               THRU 2900-EXIT.
           MOVE WS-RESTATED-BASE TO PS-BOOKED-BASE(WS-POS-IDX).
           ADD 1 TO WS-REVALUED-COUNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-EXPIRE-ONE-POSITION - A REALIZED POSITION PAST THE
      *  RETENTION PERIOD CAN NO LONGER BE REVERSED AND IS
      *  DROPPED. AN OPEN ONE WHOSE ITEM LEFT OPEN-ITEMS THAT LONG
      *  AGO WITHOUT SETTLING IS DROPPED TOO, WITH ITS UNREALIZED
      *  DIFFERENCE REVERSED.
      *----------------------------------------------------------*
       5000-EXPIRE-ONE-POSITION.
           IF PS-LAST-DATE(WS-POS-IDX) NOT < WS-EXPIRY-DATE-X
               GO TO 5000-EXIT
           END-IF.
           IF PS-STATUS(WS-POS-IDX) = 'O'
               IF PS-ON-OI(WS-POS-IDX) = 'Y'
                   GO TO 5000-EXIT
               END-IF
               MOVE 'U' TO WS-NEW-TYPE
               COMPUTE WS-NEW-AMOUNT =
                   PS-FIRST-BASE(WS-POS-IDX)
                   - PS-BOOKED-BASE(WS-POS-IDX)
               MOVE 0 TO WS-NEW-RATE
               MOVE "UNREALIZED REVERSED - EXPIRED"
                   TO WS-NEW-REASON
               PERFORM 2900-ADD-FX-LINE
                   THRU 2900-EXIT
           END-IF.
           MOVE 'D' TO PS-STATUS(WS-POS-IDX).
           ADD 1 TO WS-EXPIRED-COUNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-WRITE-FX-LINES - APPEND TONIGHT'S LINES TO
      *  SETTLEMENT-ADJUSTMENTS FOR SETTLEMENT-POST.
      *----------------------------------------------------------*
       6000-WRITE-FX-LINES.
           IF WS-LINE-SIZE = 0
               GO TO 6000-EXIT
           END-IF.
      *> APPEND - THE REVIEWERS, THE RELEASE AND THE REVERSALS FEED
      *> THE SAME FILE, AND SETTLEMENT-POST CLEARS IT ONCE IT POSTS.
           OPEN EXTEND SETTLEMENT-ADJUSTMENTS.
           IF WS-ADJ-FILE-STATUS = "35"
               OPEN OUTPUT SETTLEMENT-ADJUSTMENTS
           END-IF.
           IF WS-ADJ-FILE-STATUS NOT = "00"
               DISPLAY "SETTLEMENT-ADJUSTMENTS OPEN FAILED, "
                   "FILE STATUS=" WS-ADJ-FILE-STATUS
               MOVE "6000-WRITE-FX-LINES" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6010-WRITE-ONE-FX-LINE
               THRU 6010-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-SIZE.
           CLOSE SETTLEMENT-ADJUSTMENTS.
       6000-EXIT.
           EXIT.

       6010-WRITE-ONE-FX-LINE.
           MOVE SPACES TO SETTLEMENT-ADJ-REC.
           MOVE 'D' TO ADJ-REC-TYPE.
           MOVE WS-RUN-DATE TO ADJ-RUN-DATE.
           MOVE 0 TO ADJ-TARGET-VALUE.
           MOVE FL-ITEM-REF(WS-LINE-IDX) TO ADJ-REF-1.
           MOVE FL-TYPE(WS-LINE-IDX) TO ADJ-MATCH-TYPE.
           MOVE FL-AMOUNT(WS-LINE-IDX) TO ADJ-MATCHED-AMOUNT.
           MOVE FL-CURRENCY(WS-LINE-IDX) TO ADJ-ORIG-CURRENCY.
           MOVE FL-ORIG-AMOUNT(WS-LINE-IDX) TO ADJ-ORIG-AMOUNT.
           MOVE FL-ENTITY(WS-LINE-IDX) TO ADJ-ENTITY.
           WRITE SETTLEMENT-ADJ-REC.
       6010-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7000-REWRITE-POSITIONS - PUT THE POSITIONS BACK ON DISK,
      *  LESS THE EXPIRED ONES.
      *----------------------------------------------------------*
       7000-REWRITE-POSITIONS.
           OPEN OUTPUT FX-POSITIONS.
           IF WS-POS-FILE-STATUS NOT = "00"
               DISPLAY "FX-POSITIONS REWRITE FAILED, FILE STATUS="
                   WS-POS-FILE-STATUS
               MOVE "7000-REWRITE-POSITIONS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7010-WRITE-ONE-POSITION
               THRU 7010-EXIT
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-POS-SIZE.
           CLOSE FX-POSITIONS.
       7000-EXIT.
           EXIT.

       7010-WRITE-ONE-POSITION.
           IF PS-STATUS(WS-POS-IDX) = 'D'
               GO TO 7010-EXIT
           END-IF.
           MOVE SPACES TO FX-POSITION-REC.
           MOVE PS-ITEM-REF(WS-POS-IDX) TO FXP-ITEM-REF.
           MOVE PS-CURRENCY(WS-POS-IDX) TO FXP-CURRENCY.
           MOVE PS-ORIG-AMOUNT(WS-POS-IDX) TO FXP-ORIG-AMOUNT.
           MOVE PS-FIRST-SEEN(WS-POS-IDX) TO FXP-FIRST-SEEN.
           MOVE PS-FIRST-RATE(WS-POS-IDX) TO FXP-FIRST-RATE.
           MOVE PS-FIRST-BASE(WS-POS-IDX) TO FXP-FIRST-BASE.
           MOVE PS-BOOKED-BASE(WS-POS-IDX) TO FXP-BOOKED-BASE.
           MOVE PS-STATUS(WS-POS-IDX) TO FXP-STATUS.
           MOVE PS-LAST-DATE(WS-POS-IDX) TO FXP-LAST-DATE.
           MOVE PS-REALIZED(WS-POS-IDX) TO FXP-REALIZED.
           MOVE PS-UNREAL-REV(WS-POS-IDX) TO FXP-UNREAL-REVERSED.
           MOVE PS-ENTITY(WS-POS-IDX) TO FXP-ENTITY.
           WRITE FX-POSITION-REC.
       7010-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-REPORT - EVERY LINE TONIGHT, THEN THE TOTALS.
      *----------------------------------------------------------*
       8000-WRITE-REPORT.
           OPEN OUTPUT FX-REVAL-RPT.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "FX-REVAL-RPT OPEN FAILED, FILE STATUS="
                   WS-RPT-FILE-STATUS
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
               GO TO 8000-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           WRITE FX-RPT-LINE FROM RPT-HEADING-1.
           WRITE FX-RPT-LINE FROM RPT-HEADING-2.
           WRITE FX-RPT-LINE FROM RPT-HEADING-3.
           IF WS-LINE-SIZE = 0
               WRITE FX-RPT-LINE FROM RPT-NONE-LINE
           END-IF.
           PERFORM 8010-REPORT-ONE-LINE
               THRU 8010-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-SIZE.
           WRITE FX-RPT-LINE FROM RPT-BLANK.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE "ITEMS REALIZED / REALIZED GAIN (LOSS)" TO TL-LABEL.
           MOVE WS-REALIZED-COUNT TO TL-COUNT.
           MOVE WS-REALIZED-TOTAL TO TL-AMOUNT.
           WRITE FX-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE "ITEMS REVALUED / UNREALIZED GAIN (LOSS)"
               TO TL-LABEL.
           MOVE WS-REVALUED-COUNT TO TL-COUNT.
           MOVE WS-UNREALIZED-TOTAL TO TL-AMOUNT.
           WRITE FX-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE "SETTLEMENTS REVERSED" TO TL-LABEL.
           MOVE WS-UNWOUND-COUNT TO TL-COUNT.
           MOVE 0 TO TL-AMOUNT.
           WRITE FX-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE "POSITIONS OPENED" TO TL-LABEL.
           MOVE WS-OPENED-COUNT TO TL-COUNT.
           MOVE 0 TO TL-AMOUNT.
           WRITE FX-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE "POSITIONS EXPIRED" TO TL-LABEL.
           MOVE WS-EXPIRED-COUNT TO TL-COUNT.
           MOVE 0 TO TL-AMOUNT.
           WRITE FX-RPT-LINE FROM RPT-TOTAL-LINE.
           IF WS-NO-RATE-COUNT > 0
               MOVE SPACES TO RPT-TOTAL-LINE
               MOVE "ITEMS LEFT UNCHANGED - NO RATE" TO TL-LABEL
               MOVE WS-NO-RATE-COUNT TO TL-COUNT
               MOVE 0 TO TL-AMOUNT
               WRITE FX-RPT-LINE FROM RPT-TOTAL-LINE
           END-IF.
           CLOSE FX-REVAL-RPT.
       8000-EXIT.
           EXIT.

       8010-REPORT-ONE-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE FL-ITEM-REF(WS-LINE-IDX) TO DL-ITEM-REF.
           MOVE FL-TYPE(WS-LINE-IDX) TO DL-TYPE.
           MOVE FL-CURRENCY(WS-LINE-IDX) TO DL-CURRENCY.
           MOVE FL-ORIG-AMOUNT(WS-LINE-IDX) TO DL-ORIG-AMOUNT.
           MOVE FL-RATE(WS-LINE-IDX) TO DL-RATE.
           MOVE FL-AMOUNT(WS-LINE-IDX) TO DL-AMOUNT.
           MOVE FL-REASON(WS-LINE-IDX) TO DL-REASON.
           WRITE FX-RPT-LINE FROM RPT-DETAIL-LINE.
       8010-EXIT.
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
           MOVE "FX-REVALUE"         TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-DETAIL-COUNT      TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-LINE-SIZE         TO AUD-OUTPUT-COUNT.
           MOVE WS-POS-SIZE          TO AUD-OUTPUT-COUNT-2.
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
           MOVE WS-POS-FILE-STATUS
               TO WS-PS-POS.
           MOVE WS-ADJ-FILE-STATUS
               TO WS-PS-ADJ.
           MOVE WS-OI-FILE-STATUS
               TO WS-PS-OIT.
           MOVE WS-POS-SIZE TO WS-PC-POSITIONS.
           MOVE WS-LINE-SIZE TO WS-PC-LINES.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "FX-REVALUE"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE "FX-POSITIONS"
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM FX-REVALUE.
