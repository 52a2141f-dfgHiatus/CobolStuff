       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-BALANCE.
       AUTHOR. DATA-PROCESSING.
      *> Running general-ledger account balances on our side of
      *> the interface. GL-EXTRACT hands the ledger one balanced
      *> batch a night, but nothing here kept a running balance per
      *> GL-ACCOUNT-MAP account, so when the ledger team said the
      *> settlement clearing account was off there was nothing to
      *> answer them with.
      *>
      *> GL-BALANCES is the persistent account-balance file. Each
      *> legal entity keeps its own books, so the file holds, per
      *> entity, a 'C' control record (the last batch number
      *> applied, the open period, the prior period) and one 'D'
      *> record per account carrying period-to-date debits and
      *> credits and the prior period's debits and credits. Every
      *> record is keyed on entity plus account, blank entity
      *> being our own book (a file from before entities were
      *> carried reads as all own-book). Each run:
      *>   - ROLLS EACH ENTITY'S OPEN PERIOD TO ITS PRIOR-PERIOD
      *>     BUCKET ONCE SETTLE-CLOSE HAS LOCKED IT ON THAT
      *>     ENTITY'S OWN SETTLE-PERIOD-LOCK RECORD (THE CLOSE RUNS
      *>     AFTER THIS STEP, SO A PERIOD CLOSED AT MONTH END ROLLS
      *>     AT THE START OF THE NEXT NIGHT, BEFORE THE NEW
      *>     PERIOD'S FIRST BATCH IS APPLIED);
      *>   - APPLIES EACH ENTITY'S H..D..T BATCH ON GL-JOURNAL TO
      *>     THAT ENTITY'S ACCOUNTS - ONLY WHEN ITS TRAILER PROVES
      *>     IT COMPLETE AND BALANCED, ONLY WHEN ITS BATCH (RUN)
      *>     NUMBER IS HIGHER THAN THE LAST ONE APPLIED FOR THE
      *>     ENTITY (RUN NUMBERS ONLY ASCEND, SO A RERUN CANNOT
      *>     APPLY THE SAME BATCH TWICE), AND ONLY WHEN IT IS DATED
      *>     IN THE ENTITY'S OPEN PERIOD. A BATCH DATED IN A LATER
      *>     PERIOD WHILE THE OPEN ONE IS STILL UNCLOSED IS REFUSED
      *>     RC-ERROR. ONE ENTITY'S REFUSED BATCH DOES NOT HOLD
      *>     BACK ANOTHER'S. A JOURNAL RECORD OUTSIDE ANY BATCH
      *>     ENDS THE STEP RC-ERROR;
      *>   - PRINTS A TRIAL BALANCE (GL-BALANCE-RPT) PER ENTITY OF
      *>     EVERY ONE OF ITS ACCOUNTS, WHICH MUST NET TO ZERO - IF
      *>     ONE DOES NOT THE STEP ENDS RC-ERROR;
      *>   - TIES EACH ENTITY'S SETTLEMENT ACCOUNTS OUT AGAINST
      *>     ITS OWN SETTLE-PTD POSITIONS: THE DEBITS ON ITS MAPPED
      *>     DEBIT ACCOUNTS AND THE CREDITS ON ITS MAPPED CREDIT
      *>     ACCOUNTS MUST EACH EQUAL THE PERIOD'S POSTED POSITION
      *>     (SETTLE-PTD PLUS ANY POSTING-SUMMARY SETTLE-CLOSE HAS
      *>     NOT ROLLED IN YET). A DIFFERENCE ENDS THE STEP
      *>     RC-WARNING. THE 'E' ENTITY-TOTAL ROWS ON
      *>     POSTING-SUMMARY ARE PASSED OVER.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCES
               ASSIGN TO "GL-BALANCES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.
           SELECT GL-JOURNAL
               ASSIGN TO "GL-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
           SELECT GL-ACCOUNT-MAP
               ASSIGN TO "GL-ACCOUNT-MAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT SETTLE-PERIOD-LOCK
               ASSIGN TO "SETTLE-PERIOD-LOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLOCK-FILE-STATUS.
           SELECT SETTLE-PTD
               ASSIGN TO "SETTLE-PTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTD-FILE-STATUS.
           SELECT POSTING-SUMMARY
               ASSIGN TO "POSTING-SUMMARY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-FILE-STATUS.
           SELECT GL-BALANCE-RPT
               ASSIGN TO "GL-BALANCE-RPT"
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
       FD  GL-BALANCES
           LABEL RECORDS ARE OMITTED.
       01  GL-BALANCE-REC.
           05  GLB-REC-TYPE            PIC X(01).
      *> 'C' = CONTROL, 'D' = ACCOUNT BALANCE.
           05  GLB-CONTROL-DATA.
               10  GLB-LAST-BATCH      PIC 9(06).
               10  FILLER              PIC X(02).
               10  GLB-LAST-BATCH-DATE PIC X(08).
               10  FILLER              PIC X(02).
               10  GLB-OPEN-PERIOD     PIC X(06).
      *> YYYYMM THE PERIOD-TO-DATE FIGURES BELONG TO - SPACES
      *> UNTIL THE FIRST BATCH AFTER A ROLL.
               10  FILLER              PIC X(02).
               10  GLB-PRIOR-PERIOD    PIC X(06).
               10  FILLER              PIC X(72).
           05  GLB-DETAIL-DATA REDEFINES GLB-CONTROL-DATA.
               10  GLB-ACCOUNT         PIC X(08).
               10  FILLER              PIC X(02).
               10  GLB-PTD-DEBITS      PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  GLB-PTD-CREDITS     PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  GLB-PTD-NET         PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  GLB-PRIOR-DEBITS    PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  GLB-PRIOR-CREDITS   PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  GLB-PRIOR-NET       PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
      *> THE ENTITY THE RECORD BELONGS TO. BLANK MEANS OUR OWN BOOK.
           05  GLB-ENTITY              PIC X(03).

       FD  GL-JOURNAL
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT GL-EXTRACT WRITES.
       01  GL-JOURNAL-REC.
           05  GLJ-REC-TYPE            PIC X(01).
           05  GLJ-DETAIL-DATA.
               10  GLJ-ACCOUNT         PIC X(08).
               10  FILLER              PIC X(02).
               10  GLJ-DC-FLAG         PIC X(01).
               10  FILLER              PIC X(02).
               10  GLJ-AMOUNT          PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  GLJ-MATCH-TYPE      PIC X(01).
               10  FILLER              PIC X(02).
               10  GLJ-TARGET          PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  GLJ-SETT-DATE       PIC X(08).
               10  FILLER              PIC X(04).
           05  GLJ-HEADER-DATA REDEFINES GLJ-DETAIL-DATA.
               10  GLJ-BATCH-DATE      PIC X(08).
               10  FILLER              PIC X(02).
               10  GLJ-BATCH-NUMBER    PIC 9(06).
               10  FILLER              PIC X(36).
           05  GLJ-TRAILER-DATA REDEFINES GLJ-DETAIL-DATA.
               10  GLJ-DEBIT-COUNT     PIC 9(09).
               10  FILLER              PIC X(02).
               10  GLJ-DEBIT-AMOUNT    PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  GLJ-CREDIT-COUNT    PIC 9(09).
               10  FILLER              PIC X(02).
               10  GLJ-CREDIT-AMOUNT   PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  GLJ-ENTITY              PIC X(03).

       FD  GL-ACCOUNT-MAP
           LABEL RECORDS ARE STANDARD.
       01  GL-ACCOUNT-MAP-REC.
           05  GLM-MATCH-TYPE          PIC X(01).
           05  FILLER                  PIC X(02).
           05  GLM-DEBIT-ACCT          PIC X(08).
           05  FILLER                  PIC X(02).
           05  GLM-CREDIT-ACCT         PIC X(08).
           05  FILLER                  PIC X(02).
           05  GLM-ENTITY              PIC X(03).
           05  FILLER                  PIC X(54).

       FD  SETTLE-PERIOD-LOCK
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT SETTLE-CLOSE WRITES.
       01  PERIOD-LOCK-REC.
           05  SPL-CLOSED-PERIOD       PIC X(06).
           05  FILLER                  PIC X(02).
           05  SPL-CLOSED-DATE         PIC X(08).
           05  FILLER                  PIC X(02).
           05  SPL-ENTITY              PIC X(03).
           05  FILLER                  PIC X(59).

       FD  SETTLE-PTD
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT SETTLE-CLOSE WRITES.
       01  SETTLE-PTD-REC.
           05  PTD-REC-TYPE            PIC X(01).
           05  PTD-CONTROL-DATA.
               10  PTD-LAST-ROLLED     PIC X(08).
               10  FILLER              PIC X(02).
               10  PTD-LAST-CYCLE      PIC 9(02).
               10  FILLER              PIC X(49).
           05  PTD-DETAIL-DATA REDEFINES PTD-CONTROL-DATA.
               10  PTD-PERIOD          PIC X(06).
               10  FILLER              PIC X(02).
               10  PTD-TARGET          PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  PTD-POST-COUNT      PIC 9(07).
               10  FILLER              PIC X(02).
               10  PTD-AMOUNT          PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  PTD-FIRST-DATE      PIC X(08).
               10  FILLER              PIC X(02).
               10  PTD-LAST-DATE       PIC X(08).
           05  FILLER                  PIC X(02).
           05  PTD-ENTITY              PIC X(03).

       FD  POSTING-SUMMARY
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT SETTLEMENT-POST WRITES.
       01  POSTING-SUMMARY-REC.
           05  POST-RUN-DATE           PIC X(08).
           05  FILLER                  PIC X(02).
           05  POST-TARGET-VALUE       PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  POST-PAIR-COUNT         PIC 9(05).
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

       FD  GL-BALANCE-RPT
           LABEL RECORDS ARE OMITTED.
       01  BALANCE-RPT-LINE            PIC X(110).

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

           01  WS-BAL-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-JRN-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-MAP-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-PLOCK-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-PTD-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-SUM-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.

      *> THE BALANCE FILE IS ONLY REWRITTEN WHEN IT WAS READ WHOLE.
           01  WS-BAL-LOADED           PIC X(01) VALUE 'N'.
               88  BALANCES-LOADED                VALUE 'Y'.

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

      *> ONE ENTRY PER LEGAL ENTITY ON GL-BALANCES OR IN TONIGHT'S
      *> JOURNAL, OUR OWN BOOK ALWAYS FIRST - EACH WITH ITS OWN
      *> CONTROL RECORD AND WHAT BECAME OF ITS BATCH TONIGHT.
           01  WS-ENT-SIZE             PIC 9(02) VALUE 0.
           01  MAX-ENT-SIZE            PIC 9(02) VALUE 10.
           01  WS-ENT-OVERFLOW         PIC 9(09) VALUE 0.
           01  WS-ENT-TABLE.
               05  WS-ENT-ENTRY OCCURS 10 TIMES.
                   10  GE-ENTITY           PIC X(03).
                   10  GE-LAST-BATCH       PIC 9(06).
                   10  GE-LAST-BATCH-DATE  PIC X(08).
                   10  GE-OPEN-PERIOD      PIC X(06).
                   10  GE-PRIOR-PERIOD     PIC X(06).
                   10  GE-ROLLED           PIC X(01).
                   10  GE-BATCH-SEEN       PIC X(01).
                   10  GE-BATCH-NUMBER     PIC 9(06).
                   10  GE-BATCH-DATE       PIC X(08).
                   10  GE-BATCH-OUTCOME    PIC X(40).
           01  WS-ENT-IDX              PIC 9(02) VALUE 0.
           01  WS-ENT-FOUND            PIC X(01) VALUE 'N'.
               88  ENTITY-FOUND                   VALUE 'Y'.
           01  WS-ENTITY-NAME          PIC X(04) VALUE SPACES.

      *> THE CONTROL FIGURES OF THE ENTITY IN HAND - ITS BATCH
      *> BEING APPLIED, OR ITS PERIOD BEING ROLLED.
           01  WS-CLOSED-PERIOD        PIC X(06) VALUE SPACES.
           01  WS-LAST-BATCH           PIC 9(06) VALUE 0.
           01  WS-LAST-BATCH-DATE      PIC X(08) VALUE SPACES.
           01  WS-OPEN-PERIOD          PIC X(06) VALUE SPACES.

      *> WHAT BECAME OF THE JOURNAL AS A WHOLE: NO FILE, NOT
      *> READABLE, NO BATCH IN IT.
           01  WS-JOURNAL-OUTCOME      PIC X(40) VALUE SPACES.
           01  WS-BATCH-COUNT          PIC 9(04) VALUE 0.
           01  WS-STRAY-COUNT          PIC 9(09) VALUE 0.

      *> THE BATCH BEING READ, AND WHAT BECAME OF IT. HEADER-SEEN
      *> IS SET FROM ITS 'H' RECORD UNTIL THE BATCH IS FINISHED.
           01  WS-BATCH-ENTITY         PIC X(03) VALUE SPACES.
           01  WS-BATCH-ENT-IDX        PIC 9(02) VALUE 0.
           01  WS-BATCH-LINES          PIC 9(09) VALUE 0.
           01  WS-BATCH-DATE           PIC X(08) VALUE SPACES.
           01  WS-BATCH-PERIOD         PIC X(06) VALUE SPACES.
           01  WS-BATCH-NUMBER         PIC 9(06) VALUE 0.
           01  WS-HEADER-SEEN          PIC X(01) VALUE 'N'.
               88  HEADER-SEEN                    VALUE 'Y'.
           01  WS-TRAILER-SEEN         PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN                   VALUE 'Y'.
           01  WS-BAD-LINE-COUNT       PIC 9(09) VALUE 0.
           01  WS-LINE-COUNT           PIC 9(09) VALUE 0.
           01  WS-DEBIT-COUNT          PIC 9(09) VALUE 0.
           01  WS-CREDIT-COUNT         PIC 9(09) VALUE 0.
           01  WS-DEBIT-TOTAL          PIC S9(11)V99 VALUE 0.
           01  WS-CREDIT-TOTAL         PIC S9(11)V99 VALUE 0.
           01  WS-TRL-DEBIT-COUNT      PIC 9(09) VALUE 0.
           01  WS-TRL-CREDIT-COUNT     PIC 9(09) VALUE 0.
           01  WS-TRL-DEBIT-TOTAL      PIC S9(11)V99 VALUE 0.
           01  WS-TRL-CREDIT-TOTAL     PIC S9(11)V99 VALUE 0.
           01  WS-APPLIED-COUNT        PIC 9(09) VALUE 0.
           01  WS-BATCH-OUTCOME        PIC X(40) VALUE SPACES.

      *> THE BATCH SUMMED BY ACCOUNT - HELD APART FROM THE
      *> BALANCES UNTIL THE BATCH HAS PASSED ITS CONTROLS.
           01  WS-BAT-SIZE             PIC 9(04) VALUE 0.
           01  MAX-BAT-SIZE            PIC 9(04) VALUE 500.
           01  WS-BAT-TABLE.
               05  WS-BAT-ENTRY OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-BAT-SIZE.
                   10  BT-ACCOUNT      PIC X(08).
                   10  BT-DEBITS       PIC S9(11)V99.
                   10  BT-CREDITS      PIC S9(11)V99.
           01  WS-BAT-IDX              PIC 9(04) VALUE 0.
           01  WS-BAT-FOUND            PIC X(01) VALUE 'N'.
               88  BATCH-ACCOUNT-FOUND            VALUE 'Y'.

      *> THE ACCOUNT BALANCES, KEPT IN ENTITY AND ACCOUNT ORDER SO
      *> EACH TRIAL BALANCE PRINTS IN ACCOUNT ORDER.
           01  WS-BAL-SIZE             PIC 9(04) VALUE 0.
           01  MAX-BAL-SIZE            PIC 9(04) VALUE 500.
           01  WS-BAL-OVERFLOW         PIC 9(09) VALUE 0.
           01  WS-BAL-TABLE.
               05  WS-BAL-ENTRY OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-BAL-SIZE.
                   10  BL-KEY.
                       15  BL-ENTITY   PIC X(03).
                       15  BL-ACCOUNT  PIC X(08).
                   10  BL-PTD-DEBITS   PIC S9(11)V99.
                   10  BL-PTD-CREDITS  PIC S9(11)V99.
                   10  BL-PRIOR-DEBITS PIC S9(11)V99.
                   10  BL-PRIOR-CREDITS
                                       PIC S9(11)V99.
           01  WS-BAL-IDX              PIC 9(04) VALUE 0.
           01  WS-SHIFT-IDX            PIC 9(04) VALUE 0.
           01  WS-BAL-FOUND            PIC X(01) VALUE 'N'.
               88  ACCOUNT-FOUND                  VALUE 'Y'.
           01  WS-CUR-KEY.
               05  WS-CUR-ENTITY       PIC X(03) VALUE SPACES.
               05  WS-CUR-ACCOUNT      PIC X(08) VALUE SPACES.

      *> THE SETTLEMENT ACCOUNTS OF EVERY ENTITY, FROM THE
      *> GL-ACCOUNT-MAP.
           01  WS-MAP-SIZE             PIC 9(02) VALUE 0.
           01  MAX-MAP-SIZE            PIC 9(02) VALUE 50.
           01  WS-ENT-MAP-COUNT        PIC 9(02) VALUE 0.
           01  WS-MAP-TABLE.
               05  WS-MAP-ENTRY OCCURS 50 TIMES.
                   10  GM-ENTITY       PIC X(03).
                   10  GM-DEBIT-ACCT   PIC X(08).
                   10  GM-CREDIT-ACCT  PIC X(08).
           01  WS-MAP-IDX              PIC 9(02) VALUE 0.
           01  WS-MAP-FOUND            PIC X(01) VALUE 'N'.
               88  MAP-ACCOUNT-FOUND              VALUE 'Y'.

      *> TIE-OUT FIGURES FOR THE ENTITY'S OPEN PERIOD.
           01  WS-PTD-LAST-ROLLED      PIC X(08) VALUE SPACES.
           01  WS-PTD-LAST-CYCLE       PIC 9(02) VALUE 1.
           01  WS-SUM-CYCLE            PIC 9(02) VALUE 1.
           01  WS-PTD-POSITION         PIC S9(13)V99 VALUE 0.
           01  WS-UNROLLED-POSITION    PIC S9(13)V99 VALUE 0.
           01  WS-SETTLE-POSITION      PIC S9(13)V99 VALUE 0.
           01  WS-GL-SETT-DEBITS       PIC S9(13)V99 VALUE 0.
           01  WS-GL-SETT-CREDITS      PIC S9(13)V99 VALUE 0.
           01  WS-TIE-DIFFERENCE       PIC S9(13)V99 VALUE 0.

      *> TRIAL BALANCE TOTALS.
           01  WS-TB-DEBITS            PIC S9(13)V99 VALUE 0.
           01  WS-TB-CREDITS           PIC S9(13)V99 VALUE 0.
           01  WS-TB-NET               PIC S9(13)V99 VALUE 0.
           01  WS-TB-PRIOR-NET         PIC S9(13)V99 VALUE 0.
           01  WS-TB-ACCOUNTS          PIC 9(04) VALUE 0.
           01  WS-ACCOUNT-NET          PIC S9(13)V99 VALUE 0.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(37)
                   VALUE "GL ACCOUNT BALANCES - TRIAL BALANCE ".
               05  FILLER              PIC X(07) VALUE "ENTITY ".
               05  RH-ENTITY           PIC X(04).
               05  FILLER              PIC X(10) VALUE "   PERIOD ".
               05  RH-PERIOD           PIC X(06).
               05  FILLER              PIC X(10) VALUE "   RUN ".
               05  RH-RUN-DATE         PIC X(08).
               05  FILLER              PIC X(28) VALUE SPACES.
           01  RPT-BATCH-LINE.
               05  FILLER              PIC X(06) VALUE "BATCH ".
               05  RB-BATCH-NUMBER     PIC 9(06).
               05  FILLER              PIC X(07) VALUE " DATED ".
               05  RB-BATCH-DATE       PIC X(08).
               05  FILLER              PIC X(02) VALUE ": ".
               05  RB-OUTCOME          PIC X(40).
               05  FILLER              PIC X(41) VALUE SPACES.
           01  RPT-ROLL-LINE.
               05  FILLER              PIC X(07) VALUE "PERIOD ".
               05  RR-PERIOD           PIC X(06).
               05  FILLER              PIC X(50)
                   VALUE " CLOSED - BALANCES ROLLED TO PRIOR PERIOD".
               05  FILLER              PIC X(47) VALUE SPACES.
           01  RPT-HEADING-2.
               05  FILLER              PIC X(10) VALUE "ACCOUNT".
               05  FILLER              PIC X(20)
                   VALUE "     PTD DEBITS".
               05  FILLER              PIC X(20)
                   VALUE "    PTD CREDITS".
               05  FILLER              PIC X(20)
                   VALUE "        PTD NET".
               05  FILLER              PIC X(06) VALUE "PRIOR ".
               05  RH-PRIOR-PERIOD     PIC X(06).
               05  FILLER              PIC X(28) VALUE " NET".
           01  RPT-HEADING-3           PIC X(110) VALUE SPACES.

           01  RPT-ACCOUNT-LINE.
               05  AL-ACCOUNT          PIC X(08).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  AL-PTD-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  AL-PTD-CREDITS      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  AL-PTD-NET          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  AL-PRIOR-NET        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(22) VALUE SPACES.
           01  RPT-NONE-LINE           PIC X(110)
               VALUE "  NO ACCOUNT BALANCES ON FILE".
           01  RPT-NO-BATCH-LINE       PIC X(110)
               VALUE "NO BATCH FOR THIS ENTITY ON GL-JOURNAL".
           01  RPT-RESULT-LINE         PIC X(110) VALUE SPACES.

           01  RPT-TIE-HEADING.
               05  FILLER              PIC X(46)
                   VALUE "SETTLEMENT ACCOUNT TIE-OUT TO SETTLE-PTD - ".
               05  FILLER              PIC X(07) VALUE "PERIOD ".
               05  RT-PERIOD           PIC X(06).
               05  FILLER              PIC X(51) VALUE SPACES.
           01  RPT-AMOUNT-LINE.
               05  RAL-LABEL           PIC X(30).
               05  RAL-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(61) VALUE SPACES.
           01  RPT-BLANK               PIC X(110) VALUE SPACES.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "BAL=".
               05  WS-PS-BAL       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "JRN=".
               05  WS-PS-JRN       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "PTD=".
               05  WS-PS-PTD       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(06)
                                   VALUE "LINES=".
               05  WS-PC-LINES
                                   PIC 9(09).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(09)
                                   VALUE "ACCOUNTS=".
               05  WS-PC-ACCOUNTS
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
           MOVE 'N' TO WS-BAL-LOADED.
           MOVE 'N' TO WS-HEADER-SEEN.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE 0 TO WS-LOCK-SIZE.
           MOVE 0 TO WS-ENT-SIZE.
           MOVE 0 TO WS-ENT-OVERFLOW.
           MOVE SPACES TO WS-CLOSED-PERIOD.
           MOVE 0 TO WS-LAST-BATCH.
           MOVE SPACES TO WS-LAST-BATCH-DATE.
           MOVE SPACES TO WS-OPEN-PERIOD.
           MOVE SPACES TO WS-JOURNAL-OUTCOME.
           MOVE 0 TO WS-BATCH-COUNT.
           MOVE 0 TO WS-STRAY-COUNT.
           MOVE SPACES TO WS-BATCH-ENTITY.
           MOVE 0 TO WS-BATCH-ENT-IDX.
           MOVE 0 TO WS-BATCH-LINES.
           MOVE SPACES TO WS-BATCH-DATE.
           MOVE SPACES TO WS-BATCH-PERIOD.
           MOVE 0 TO WS-BATCH-NUMBER.
           MOVE 0 TO WS-BAD-LINE-COUNT.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-DEBIT-COUNT.
           MOVE 0 TO WS-CREDIT-COUNT.
           MOVE 0 TO WS-DEBIT-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           MOVE 0 TO WS-TRL-DEBIT-COUNT.
           MOVE 0 TO WS-TRL-CREDIT-COUNT.
           MOVE 0 TO WS-TRL-DEBIT-TOTAL.
           MOVE 0 TO WS-TRL-CREDIT-TOTAL.
           MOVE 0 TO WS-APPLIED-COUNT.
           MOVE SPACES TO WS-BATCH-OUTCOME.
           MOVE 0 TO WS-BAT-SIZE.
           MOVE 0 TO WS-BAL-SIZE.
           MOVE 0 TO WS-BAL-OVERFLOW.
           MOVE 0 TO WS-MAP-SIZE.
           MOVE SPACES TO WS-PTD-LAST-ROLLED.
           MOVE 1 TO WS-PTD-LAST-CYCLE.
           MOVE 0 TO WS-PTD-POSITION.
           MOVE 0 TO WS-UNROLLED-POSITION.
           MOVE 0 TO WS-TB-DEBITS.
           MOVE 0 TO WS-TB-CREDITS.
           MOVE 0 TO WS-TB-NET.
           MOVE 0 TO WS-TB-PRIOR-NET.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-READ-PERIOD-LOCK
               THRU 1000-EXIT.
           PERFORM 1100-LOAD-BALANCES
               THRU 1100-EXIT.
           IF NOT BALANCES-LOADED
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1200-ROLL-CLOSED-PERIODS
               THRU 1200-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-SIZE.
      *> EACH BATCH IS APPLIED AS THE JOURNAL READ FINISHES IT.
           PERFORM 2000-READ-JOURNAL
               THRU 2000-EXIT.
           PERFORM 4000-REWRITE-BALANCES
               THRU 4000-EXIT.
           PERFORM 6100-LOAD-ACCOUNT-MAP
               THRU 6100-EXIT.
           OPEN OUTPUT GL-BALANCE-RPT.
           PERFORM 5000-REPORT-ONE-ENTITY
               THRU 5000-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-SIZE.
           CLOSE GL-BALANCE-RPT.
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
      *  HAS CLOSED FOR EACH ENTITY. NO FILE MEANS NOTHING HAS
      *  EVER BEEN CLOSED.
      *----------------------------------------------------------*
       1000-READ-PERIOD-LOCK.
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
           MOVE 'N' TO WS-EOF-SWITCH.
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

      *----------------------------------------------------------*
      *  1050-FIND-LOCK - THE CLOSED PERIOD FOR WS-LOOKUP-ENTITY
      *  INTO WS-CLOSED-PERIOD, SPACES IF IT HAS NEVER CLOSED.
      *----------------------------------------------------------*
       1050-FIND-LOCK.
           MOVE SPACES TO WS-CLOSED-PERIOD.
           PERFORM 1060-TEST-ONE-LOCK
               THRU 1060-EXIT
               VARYING WS-LOCK-IDX FROM 1 BY 1
               UNTIL WS-LOCK-IDX > WS-LOCK-SIZE.
       1050-EXIT.
           EXIT.

       1060-TEST-ONE-LOCK.
           IF PL-ENTITY(WS-LOCK-IDX) = WS-LOOKUP-ENTITY
               MOVE PL-PERIOD(WS-LOCK-IDX) TO WS-CLOSED-PERIOD
           END-IF.
       1060-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-LOAD-BALANCES - EVERY ENTITY'S CONTROL RECORD AND
      *  EVERY ACCOUNT. A MISSING FILE IS THE FIRST RUN: NO
      *  ACCOUNTS, NO BATCH YET APPLIED.
      *----------------------------------------------------------*
       1100-LOAD-BALANCES.
      *> OUR OWN BOOK IS ALWAYS THE FIRST ENTITY, FILE OR NO FILE.
           MOVE SPACES TO WS-LOOKUP-ENTITY.
           PERFORM 1500-FIND-ENTITY
               THRU 1500-EXIT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT GL-BALANCES.
           IF WS-BAL-FILE-STATUS = "35"
               DISPLAY "GL-BALANCES NOT FOUND - STARTING A NEW FILE"
               MOVE 'Y' TO WS-BAL-LOADED
               GO TO 1100-EXIT
           END-IF.
           IF WS-BAL-FILE-STATUS NOT = "00"
               DISPLAY "GL-BALANCES OPEN FAILED, FILE STATUS="
                   WS-BAL-FILE-STATUS
               MOVE "1100-LOAD-BALANCES" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-BALANCE
               THRU 1110-EXIT
               UNTIL END-OF-FILE.
           CLOSE GL-BALANCES.
           IF WS-BAL-OVERFLOW > 0
               DISPLAY "GL-BALANCES HOLDS MORE THAN " MAX-BAL-SIZE
                   " ACCOUNTS - NOTHING APPLIED"
               MOVE "1100-LOAD-BALANCES" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF WS-ENT-OVERFLOW > 0
               DISPLAY "GL-BALANCES HOLDS MORE THAN " MAX-ENT-SIZE
                   " ENTITIES - NOTHING APPLIED"
               MOVE "1100-LOAD-BALANCES" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE 'Y' TO WS-BAL-LOADED.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-BALANCE.
           READ GL-BALANCES
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1110-EXIT
           END-IF.
           IF GLB-REC-TYPE NOT = 'C'
               AND GLB-REC-TYPE NOT = 'D'
               GO TO 1110-EXIT
           END-IF.
           MOVE GLB-ENTITY TO WS-LOOKUP-ENTITY.
           PERFORM 1500-FIND-ENTITY
               THRU 1500-EXIT.
           IF WS-ENT-IDX = 0
               GO TO 1110-EXIT
           END-IF.
           IF GLB-REC-TYPE = 'C'
               IF GLB-LAST-BATCH IS NUMERIC
                   MOVE GLB-LAST-BATCH TO GE-LAST-BATCH(WS-ENT-IDX)
               END-IF
               MOVE GLB-LAST-BATCH-DATE
                   TO GE-LAST-BATCH-DATE(WS-ENT-IDX)
               MOVE GLB-OPEN-PERIOD TO GE-OPEN-PERIOD(WS-ENT-IDX)
               MOVE GLB-PRIOR-PERIOD TO GE-PRIOR-PERIOD(WS-ENT-IDX)
               GO TO 1110-EXIT
           END-IF.
           MOVE GLB-ENTITY TO WS-CUR-ENTITY.
           MOVE GLB-ACCOUNT TO WS-CUR-ACCOUNT.
           PERFORM 2500-FIND-ACCOUNT
               THRU 2500-EXIT.
           IF WS-BAL-IDX = 0
               GO TO 1110-EXIT
           END-IF.
           IF GLB-PTD-DEBITS IS NUMERIC
               MOVE GLB-PTD-DEBITS TO BL-PTD-DEBITS(WS-BAL-IDX)
           END-IF.
           IF GLB-PTD-CREDITS IS NUMERIC
               MOVE GLB-PTD-CREDITS TO BL-PTD-CREDITS(WS-BAL-IDX)
           END-IF.
           IF GLB-PRIOR-DEBITS IS NUMERIC
               MOVE GLB-PRIOR-DEBITS TO BL-PRIOR-DEBITS(WS-BAL-IDX)
           END-IF.
           IF GLB-PRIOR-CREDITS IS NUMERIC
               MOVE GLB-PRIOR-CREDITS
                   TO BL-PRIOR-CREDITS(WS-BAL-IDX)
           END-IF.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-ROLL-CLOSED-PERIODS - ONCE SETTLE-CLOSE HAS LOCKED
      *  AN ENTITY'S OPEN PERIOD, THAT ENTITY'S FIGURES BECOME
      *  ITS PRIOR-PERIOD BUCKET AND ITS PERIOD-TO-DATE STARTS
      *  AGAIN FROM ZERO. OTHER ENTITIES ARE NOT TOUCHED.
      *----------------------------------------------------------*
       1200-ROLL-CLOSED-PERIODS.
           MOVE 'N' TO GE-ROLLED(WS-ENT-IDX).
           MOVE GE-ENTITY(WS-ENT-IDX) TO WS-LOOKUP-ENTITY.
           PERFORM 1050-FIND-LOCK
               THRU 1050-EXIT.
           IF GE-OPEN-PERIOD(WS-ENT-IDX) = SPACES
               OR WS-CLOSED-PERIOD = SPACES
               GO TO 1200-EXIT
           END-IF.
           IF GE-OPEN-PERIOD(WS-ENT-IDX) > WS-CLOSED-PERIOD
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-ROLL-ONE-ACCOUNT
               THRU 1210-EXIT
               VARYING WS-BAL-IDX FROM 1 BY 1
               UNTIL WS-BAL-IDX > WS-BAL-SIZE.
           MOVE GE-OPEN-PERIOD(WS-ENT-IDX)
               TO GE-PRIOR-PERIOD(WS-ENT-IDX).
           MOVE SPACES TO GE-OPEN-PERIOD(WS-ENT-IDX).
           MOVE 'Y' TO GE-ROLLED(WS-ENT-IDX).
           PERFORM 8000-NAME-ENTITY
               THRU 8000-EXIT.
           DISPLAY "GL PERIOD " GE-PRIOR-PERIOD(WS-ENT-IDX)
               " ROLLED TO PRIOR-PERIOD BUCKET FOR " WS-ENTITY-NAME.
       1200-EXIT.
           EXIT.

       1210-ROLL-ONE-ACCOUNT.
           IF BL-ENTITY(WS-BAL-IDX) NOT = GE-ENTITY(WS-ENT-IDX)
               GO TO 1210-EXIT
           END-IF.
           MOVE BL-PTD-DEBITS(WS-BAL-IDX)
               TO BL-PRIOR-DEBITS(WS-BAL-IDX).
           MOVE BL-PTD-CREDITS(WS-BAL-IDX)
               TO BL-PRIOR-CREDITS(WS-BAL-IDX).
           MOVE 0 TO BL-PTD-DEBITS(WS-BAL-IDX).
           MOVE 0 TO BL-PTD-CREDITS(WS-BAL-IDX).
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1500-FIND-ENTITY - POINT WS-ENT-IDX AT WS-LOOKUP-ENTITY'S
      *  ENTRY, ADDING ONE WITH NOTHING YET APPLIED IF THE ENTITY
      *  IS NEW. ZERO MEANS THE TABLE IS FULL.
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
               ADD 1 TO WS-ENT-OVERFLOW
               MOVE 0 TO WS-ENT-IDX
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-ENT-SIZE.
           MOVE WS-ENT-SIZE TO WS-ENT-IDX.
           MOVE WS-LOOKUP-ENTITY TO GE-ENTITY(WS-ENT-IDX).
           MOVE 0 TO GE-LAST-BATCH(WS-ENT-IDX).
           MOVE SPACES TO GE-LAST-BATCH-DATE(WS-ENT-IDX).
           MOVE SPACES TO GE-OPEN-PERIOD(WS-ENT-IDX).
           MOVE SPACES TO GE-PRIOR-PERIOD(WS-ENT-IDX).
           MOVE 'N' TO GE-ROLLED(WS-ENT-IDX).
           MOVE 'N' TO GE-BATCH-SEEN(WS-ENT-IDX).
           MOVE 0 TO GE-BATCH-NUMBER(WS-ENT-IDX).
           MOVE SPACES TO GE-BATCH-DATE(WS-ENT-IDX).
           MOVE SPACES TO GE-BATCH-OUTCOME(WS-ENT-IDX).
       1500-EXIT.
           EXIT.

       1510-TEST-ONE-ENTITY.
           IF GE-ENTITY(WS-ENT-IDX) = WS-LOOKUP-ENTITY
               MOVE 'Y' TO WS-ENT-FOUND
           END-IF.
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-READ-JOURNAL - READ TONIGHT'S JOURNAL, ONE ENTITY'S
      *  BATCH AT A TIME, SUMMING EACH BY ACCOUNT AND COUNTING IT
      *  AGAINST ITS OWN TRAILER. A BATCH IS APPLIED THE MOMENT
      *  THE NEXT HEADER, OR THE END OF THE FILE, FINISHES IT.
      *----------------------------------------------------------*
       2000-READ-JOURNAL.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT GL-JOURNAL.
           IF WS-JRN-FILE-STATUS = "35"
               MOVE "NO GL-JOURNAL BATCH TONIGHT"
                   TO WS-JOURNAL-OUTCOME
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
               GO TO 2000-EXIT
           END-IF.
           IF WS-JRN-FILE-STATUS NOT = "00"
               DISPLAY "GL-JOURNAL OPEN FAILED, FILE STATUS="
                   WS-JRN-FILE-STATUS
               MOVE "GL-JOURNAL NOT READABLE" TO WS-JOURNAL-OUTCOME
               MOVE "2000-READ-JOURNAL" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-ONE-JOURNAL-REC
               THRU 2100-EXIT
               UNTIL END-OF-FILE.
           CLOSE GL-JOURNAL.
           IF HEADER-SEEN
               PERFORM 2300-END-BATCH
                   THRU 2300-EXIT
           END-IF.
           IF WS-BATCH-COUNT = 0
               MOVE "GL-JOURNAL HAS NO HEADER - NOT APPLIED"
                   TO WS-JOURNAL-OUTCOME
               DISPLAY "GL-JOURNAL HAS NO BATCH HEADER - NOT APPLIED"
               MOVE "2000-READ-JOURNAL" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
           IF WS-STRAY-COUNT > 0
               DISPLAY "GL-JOURNAL HOLDS " WS-STRAY-COUNT
                   " RECORD(S) OUTSIDE ANY ENTITY'S BATCH"
               MOVE "2000-READ-JOURNAL" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-JOURNAL-REC.
           READ GL-JOURNAL
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 2100-EXIT
           END-IF.
           IF GLJ-REC-TYPE = 'H'
               PERFORM 2150-START-BATCH
                   THRU 2150-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF GLJ-REC-TYPE NOT = 'D'
               AND GLJ-REC-TYPE NOT = 'T'
               GO TO 2100-EXIT
           END-IF.
      *> A LINE OR TRAILER BELONGS TO THE BATCH WHOSE HEADER WAS
      *> LAST READ, AND CARRIES THAT BATCH'S ENTITY.
           IF NOT HEADER-SEEN
               OR WS-BATCH-ENT-IDX = 0
               OR GLJ-ENTITY NOT = WS-BATCH-ENTITY
               ADD 1 TO WS-STRAY-COUNT
               GO TO 2100-EXIT
           END-IF.
           EVALUATE GLJ-REC-TYPE
               WHEN 'D'
                   PERFORM 2200-SUM-ONE-LINE
                       THRU 2200-EXIT
               WHEN 'T'
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   IF GLJ-DEBIT-COUNT IS NUMERIC
                       MOVE GLJ-DEBIT-COUNT TO WS-TRL-DEBIT-COUNT
                   END-IF
                   IF GLJ-CREDIT-COUNT IS NUMERIC
                       MOVE GLJ-CREDIT-COUNT TO WS-TRL-CREDIT-COUNT
                   END-IF
                   IF GLJ-DEBIT-AMOUNT IS NUMERIC
                       MOVE GLJ-DEBIT-AMOUNT TO WS-TRL-DEBIT-TOTAL
                   END-IF
                   IF GLJ-CREDIT-AMOUNT IS NUMERIC
                       MOVE GLJ-CREDIT-AMOUNT TO WS-TRL-CREDIT-TOTAL
                   END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2150-START-BATCH - A HEADER FINISHES ANY BATCH STILL
      *  OPEN AND STARTS THE NEXT ENTITY'S FROM NOTHING.
      *----------------------------------------------------------*
       2150-START-BATCH.
           IF HEADER-SEEN
               PERFORM 2300-END-BATCH
                   THRU 2300-EXIT
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE 'Y' TO WS-HEADER-SEEN.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE GLJ-ENTITY TO WS-BATCH-ENTITY.
           MOVE GLJ-BATCH-DATE TO WS-BATCH-DATE.
           MOVE GLJ-BATCH-DATE(1:6) TO WS-BATCH-PERIOD.
           IF GLJ-BATCH-NUMBER IS NUMERIC
               MOVE GLJ-BATCH-NUMBER TO WS-BATCH-NUMBER
           ELSE
               MOVE 0 TO WS-BATCH-NUMBER
           END-IF.
           MOVE 0 TO WS-BATCH-LINES.
           MOVE 0 TO WS-BAD-LINE-COUNT.
           MOVE 0 TO WS-DEBIT-COUNT.
           MOVE 0 TO WS-CREDIT-COUNT.
           MOVE 0 TO WS-DEBIT-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           MOVE 0 TO WS-TRL-DEBIT-COUNT.
           MOVE 0 TO WS-TRL-CREDIT-COUNT.
           MOVE 0 TO WS-TRL-DEBIT-TOTAL.
           MOVE 0 TO WS-TRL-CREDIT-TOTAL.
           MOVE 0 TO WS-BAT-SIZE.
           MOVE SPACES TO WS-BATCH-OUTCOME.
           MOVE GLJ-ENTITY TO WS-LOOKUP-ENTITY.
           PERFORM 1500-FIND-ENTITY
               THRU 1500-EXIT.
           MOVE WS-ENT-IDX TO WS-BATCH-ENT-IDX.
       2150-EXIT.
           EXIT.

       2200-SUM-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-BATCH-LINES.
           IF GLJ-AMOUNT NOT NUMERIC
               OR (GLJ-DC-FLAG NOT = 'D' AND GLJ-DC-FLAG NOT = 'C')
               ADD 1 TO WS-BAD-LINE-COUNT
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WS-BAT-FOUND.
           PERFORM 2210-MATCH-ONE-BATCH-ACCOUNT
               THRU 2210-EXIT
               VARYING WS-BAT-IDX FROM 1 BY 1
               UNTIL WS-BAT-IDX > WS-BAT-SIZE
               OR BATCH-ACCOUNT-FOUND.
           IF BATCH-ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-BAT-IDX
           ELSE
               IF WS-BAT-SIZE >= MAX-BAT-SIZE
                   ADD 1 TO WS-BAD-LINE-COUNT
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-BAT-SIZE
               MOVE WS-BAT-SIZE TO WS-BAT-IDX
               MOVE GLJ-ACCOUNT TO BT-ACCOUNT(WS-BAT-IDX)
               MOVE 0 TO BT-DEBITS(WS-BAT-IDX)
               MOVE 0 TO BT-CREDITS(WS-BAT-IDX)
           END-IF.
           IF GLJ-DC-FLAG = 'D'
               ADD 1 TO WS-DEBIT-COUNT
               ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
               ADD GLJ-AMOUNT TO BT-DEBITS(WS-BAT-IDX)
           ELSE
               ADD 1 TO WS-CREDIT-COUNT
               ADD GLJ-AMOUNT TO WS-CREDIT-TOTAL
               ADD GLJ-AMOUNT TO BT-CREDITS(WS-BAT-IDX)
           END-IF.
       2200-EXIT.
           EXIT.

       2210-MATCH-ONE-BATCH-ACCOUNT.
           IF BT-ACCOUNT(WS-BAT-IDX) = GLJ-ACCOUNT
               MOVE 'Y' TO WS-BAT-FOUND
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2300-END-BATCH - APPLY THE FINISHED BATCH AGAINST ITS
      *  OWN ENTITY'S CONTROL RECORD AND LOCK, AND KEEP WHAT
      *  BECAME OF IT FOR THAT ENTITY'S TRIAL BALANCE.
      *----------------------------------------------------------*
       2300-END-BATCH.
           IF WS-BATCH-ENT-IDX = 0
               MOVE 'N' TO WS-HEADER-SEEN
               GO TO 2300-EXIT
           END-IF.
           MOVE GE-LAST-BATCH(WS-BATCH-ENT-IDX) TO WS-LAST-BATCH.
           MOVE GE-LAST-BATCH-DATE(WS-BATCH-ENT-IDX)
               TO WS-LAST-BATCH-DATE.
           MOVE GE-OPEN-PERIOD(WS-BATCH-ENT-IDX) TO WS-OPEN-PERIOD.
           MOVE WS-BATCH-ENTITY TO WS-LOOKUP-ENTITY.
           PERFORM 1050-FIND-LOCK
               THRU 1050-EXIT.
           PERFORM 8000-NAME-ENTITY
               THRU 8000-EXIT.
           MOVE WS-BATCH-ENTITY TO WS-CUR-ENTITY.
           PERFORM 3000-APPLY-BATCH
               THRU 3000-EXIT.
           MOVE WS-LAST-BATCH TO GE-LAST-BATCH(WS-BATCH-ENT-IDX).
           MOVE WS-LAST-BATCH-DATE
               TO GE-LAST-BATCH-DATE(WS-BATCH-ENT-IDX).
           MOVE WS-OPEN-PERIOD TO GE-OPEN-PERIOD(WS-BATCH-ENT-IDX).
           MOVE 'Y' TO GE-BATCH-SEEN(WS-BATCH-ENT-IDX).
           MOVE WS-BATCH-NUMBER TO GE-BATCH-NUMBER(WS-BATCH-ENT-IDX).
           MOVE WS-BATCH-DATE TO GE-BATCH-DATE(WS-BATCH-ENT-IDX).
           MOVE WS-BATCH-OUTCOME
               TO GE-BATCH-OUTCOME(WS-BATCH-ENT-IDX).
           MOVE 'N' TO WS-HEADER-SEEN.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2500-FIND-ACCOUNT - LOCATE WS-CUR-KEY (ENTITY AND
      *  ACCOUNT) IN THE BALANCE TABLE, INSERTING A ZERO ENTRY IN
      *  KEY ORDER IF IT IS NEW. WS-BAL-IDX IS ZERO WHEN THE TABLE
      *  IS FULL.
      *----------------------------------------------------------*
       2500-FIND-ACCOUNT.
           MOVE 'N' TO WS-BAL-FOUND.
           PERFORM 2510-CHECK-ONE-ACCOUNT
               THRU 2510-EXIT
               VARYING WS-BAL-IDX FROM 1 BY 1
               UNTIL WS-BAL-IDX > WS-BAL-SIZE
               OR ACCOUNT-FOUND.
           IF ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-BAL-IDX
               IF BL-KEY(WS-BAL-IDX) = WS-CUR-KEY
                   GO TO 2500-EXIT
               END-IF
           END-IF.
      *> WS-BAL-IDX IS NOW WHERE THE NEW ACCOUNT BELONGS.
           IF WS-BAL-SIZE >= MAX-BAL-SIZE
               ADD 1 TO WS-BAL-OVERFLOW
               MOVE 0 TO WS-BAL-IDX
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WS-BAL-SIZE.
           PERFORM 2520-SHIFT-ONE-ACCOUNT
               THRU 2520-EXIT
               VARYING WS-SHIFT-IDX FROM WS-BAL-SIZE BY -1
               UNTIL WS-SHIFT-IDX <= WS-BAL-IDX.
           MOVE WS-CUR-KEY TO BL-KEY(WS-BAL-IDX).
           MOVE 0 TO BL-PTD-DEBITS(WS-BAL-IDX).
           MOVE 0 TO BL-PTD-CREDITS(WS-BAL-IDX).
           MOVE 0 TO BL-PRIOR-DEBITS(WS-BAL-IDX).
           MOVE 0 TO BL-PRIOR-CREDITS(WS-BAL-IDX).
       2500-EXIT.
           EXIT.

      *> STOPS AT THE FIRST ENTRY NOT BELOW THE KEY WANTED -
      *> EITHER THE ACCOUNT ITSELF OR THE SLOT IT IS INSERTED AT.
       2510-CHECK-ONE-ACCOUNT.
           IF BL-KEY(WS-BAL-IDX) >= WS-CUR-KEY
               MOVE 'Y' TO WS-BAL-FOUND
           END-IF.
       2510-EXIT.
           EXIT.

       2520-SHIFT-ONE-ACCOUNT.
           MOVE WS-BAL-ENTRY(WS-SHIFT-IDX - 1)
               TO WS-BAL-ENTRY(WS-SHIFT-IDX).
       2520-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-APPLY-BATCH - THE BATCH MUST PROVE ITSELF COMPLETE
      *  AND BALANCED, BE NEW, AND BELONG TO ITS ENTITY'S OPEN
      *  PERIOD BEFORE A PENNY OF IT REACHES THE BALANCES.
      *----------------------------------------------------------*
       3000-APPLY-BATCH.
           IF NOT HEADER-SEEN
               GO TO 3000-EXIT
           END-IF.
           IF NOT BALANCES-LOADED
               MOVE "NOT APPLIED - BALANCES NOT REWRITTEN"
                   TO WS-BATCH-OUTCOME
               GO TO 3000-EXIT
           END-IF.
           IF NOT TRAILER-SEEN
               OR WS-BAD-LINE-COUNT > 0
               OR WS-DEBIT-COUNT NOT = WS-TRL-DEBIT-COUNT
               OR WS-CREDIT-COUNT NOT = WS-TRL-CREDIT-COUNT
               OR WS-DEBIT-TOTAL NOT = WS-TRL-DEBIT-TOTAL
               OR WS-CREDIT-TOTAL NOT = WS-TRL-CREDIT-TOTAL
               OR WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE "REFUSED - BATCH FAILS ITS TRAILER"
                   TO WS-BATCH-OUTCOME
               DISPLAY "GL-JOURNAL BATCH " WS-BATCH-NUMBER
                   " FOR " WS-ENTITY-NAME
                   " FAILS ITS TRAILER CONTROLS - NOT APPLIED"
               MOVE "3000-APPLY-BATCH" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF.
           IF WS-BATCH-NUMBER = 0
               MOVE "NOT APPLIED - BATCH HAS NO RUN NUMBER"
                   TO WS-BATCH-OUTCOME
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
               GO TO 3000-EXIT
           END-IF.
           IF WS-BATCH-NUMBER <= WS-LAST-BATCH
               MOVE "ALREADY APPLIED - SKIPPED" TO WS-BATCH-OUTCOME
               DISPLAY "GL-JOURNAL BATCH " WS-BATCH-NUMBER
                   " FOR " WS-ENTITY-NAME " ALREADY APPLIED - SKIPPED"
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
               GO TO 3000-EXIT
           END-IF.
           IF (WS-CLOSED-PERIOD NOT = SPACES
               AND WS-BATCH-PERIOD <= WS-CLOSED-PERIOD)
               OR (WS-OPEN-PERIOD NOT = SPACES
               AND WS-BATCH-PERIOD < WS-OPEN-PERIOD)
               MOVE "REFUSED - DATED IN A CLOSED PERIOD"
                   TO WS-BATCH-OUTCOME
               DISPLAY "GL-JOURNAL BATCH " WS-BATCH-NUMBER
                   " FOR " WS-ENTITY-NAME
                   " DATED IN A CLOSED PERIOD - NOT APPLIED"
               MOVE "3000-APPLY-BATCH" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF.
           IF WS-OPEN-PERIOD NOT = SPACES
               AND WS-BATCH-PERIOD > WS-OPEN-PERIOD
               MOVE "REFUSED - OPEN PERIOD NOT YET CLOSED"
                   TO WS-BATCH-OUTCOME
               DISPLAY "GL-JOURNAL BATCH " WS-BATCH-NUMBER
                   " FOR " WS-ENTITY-NAME
                   " BELONGS TO " WS-BATCH-PERIOD " BUT PERIOD "
                   WS-OPEN-PERIOD " IS NOT CLOSED - NOT APPLIED"
               MOVE "3000-APPLY-BATCH" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-BATCH-PERIOD TO WS-OPEN-PERIOD.
           PERFORM 3100-APPLY-ONE-ACCOUNT
               THRU 3100-EXIT
               VARYING WS-BAT-IDX FROM 1 BY 1
               UNTIL WS-BAT-IDX > WS-BAT-SIZE.
           IF WS-BAL-OVERFLOW > 0
               MOVE "REFUSED - ACCOUNT TABLE FULL" TO WS-BATCH-OUTCOME
               DISPLAY "GL-BALANCES ACCOUNT TABLE FULL - BATCH "
                   WS-BATCH-NUMBER " NOT RECORDED AS APPLIED"
               MOVE "3000-APPLY-BATCH" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               MOVE 'N' TO WS-BAL-LOADED
               GO TO 3000-EXIT
           END-IF.
           ADD WS-BATCH-LINES TO WS-APPLIED-COUNT.
           MOVE WS-BATCH-NUMBER TO WS-LAST-BATCH.
           MOVE WS-BATCH-DATE TO WS-LAST-BATCH-DATE.
           MOVE "APPLIED" TO WS-BATCH-OUTCOME.
       3000-EXIT.
           EXIT.

       3100-APPLY-ONE-ACCOUNT.
           MOVE BT-ACCOUNT(WS-BAT-IDX) TO WS-CUR-ACCOUNT.
           PERFORM 2500-FIND-ACCOUNT
               THRU 2500-EXIT.
           IF WS-BAL-IDX = 0
               GO TO 3100-EXIT
           END-IF.
           ADD BT-DEBITS(WS-BAT-IDX) TO BL-PTD-DEBITS(WS-BAL-IDX).
           ADD BT-CREDITS(WS-BAT-IDX) TO BL-PTD-CREDITS(WS-BAL-IDX).
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-REWRITE-BALANCES - FOR EACH ENTITY, ITS CONTROL
      *  RECORD, THEN EVERY ONE OF ITS ACCOUNTS IN ACCOUNT ORDER.
      *----------------------------------------------------------*
       4000-REWRITE-BALANCES.
           IF NOT BALANCES-LOADED
               GO TO 4000-EXIT
           END-IF.
           OPEN OUTPUT GL-BALANCES.
           IF WS-BAL-FILE-STATUS NOT = "00"
               DISPLAY "GL-BALANCES REWRITE FAILED, FILE STATUS="
                   WS-BAL-FILE-STATUS
               MOVE "4000-REWRITE-BALANCES" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4050-WRITE-ONE-ENTITY
               THRU 4050-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-SIZE.
           CLOSE GL-BALANCES.
       4000-EXIT.
           EXIT.

       4050-WRITE-ONE-ENTITY.
           MOVE SPACES TO GL-BALANCE-REC.
           MOVE 'C' TO GLB-REC-TYPE.
           MOVE GE-LAST-BATCH(WS-ENT-IDX) TO GLB-LAST-BATCH.
           MOVE GE-LAST-BATCH-DATE(WS-ENT-IDX)
               TO GLB-LAST-BATCH-DATE.
           MOVE GE-OPEN-PERIOD(WS-ENT-IDX) TO GLB-OPEN-PERIOD.
           MOVE GE-PRIOR-PERIOD(WS-ENT-IDX) TO GLB-PRIOR-PERIOD.
           MOVE GE-ENTITY(WS-ENT-IDX) TO GLB-ENTITY.
           WRITE GL-BALANCE-REC.
           PERFORM 4100-WRITE-ONE-BALANCE
               THRU 4100-EXIT
               VARYING WS-BAL-IDX FROM 1 BY 1
               UNTIL WS-BAL-IDX > WS-BAL-SIZE.
       4050-EXIT.
           EXIT.

       4100-WRITE-ONE-BALANCE.
           IF BL-ENTITY(WS-BAL-IDX) NOT = GE-ENTITY(WS-ENT-IDX)
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO GL-BALANCE-REC.
           MOVE 'D' TO GLB-REC-TYPE.
           MOVE BL-ENTITY(WS-BAL-IDX) TO GLB-ENTITY.
           MOVE BL-ACCOUNT(WS-BAL-IDX) TO GLB-ACCOUNT.
           MOVE BL-PTD-DEBITS(WS-BAL-IDX) TO GLB-PTD-DEBITS.
           MOVE BL-PTD-CREDITS(WS-BAL-IDX) TO GLB-PTD-CREDITS.
           COMPUTE GLB-PTD-NET = BL-PTD-DEBITS(WS-BAL-IDX)
               - BL-PTD-CREDITS(WS-BAL-IDX).
           MOVE BL-PRIOR-DEBITS(WS-BAL-IDX) TO GLB-PRIOR-DEBITS.
           MOVE BL-PRIOR-CREDITS(WS-BAL-IDX) TO GLB-PRIOR-CREDITS.
           COMPUTE GLB-PRIOR-NET = BL-PRIOR-DEBITS(WS-BAL-IDX)
               - BL-PRIOR-CREDITS(WS-BAL-IDX).
           WRITE GL-BALANCE-REC.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-REPORT-ONE-ENTITY - THE ENTITY'S TRIAL BALANCE AND
      *  ITS SETTLEMENT TIE-OUT, ONE ENTITY'S SECTION AFTER THE
      *  OTHER.
      *----------------------------------------------------------*
       5000-REPORT-ONE-ENTITY.
           IF WS-ENT-IDX > 1
               WRITE BALANCE-RPT-LINE FROM RPT-BLANK
               WRITE BALANCE-RPT-LINE FROM RPT-BLANK
           END-IF.
           MOVE GE-ENTITY(WS-ENT-IDX) TO WS-LOOKUP-ENTITY.
           PERFORM 8000-NAME-ENTITY
               THRU 8000-EXIT.
           PERFORM 5100-TRIAL-BALANCE
               THRU 5100-EXIT.
           PERFORM 6000-SETTLEMENT-TIE-OUT
               THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5100-TRIAL-BALANCE - EVERY ONE OF THE ENTITY'S ACCOUNTS:
      *  PERIOD-TO-DATE DEBITS, CREDITS AND NET, WITH THE PRIOR
      *  PERIOD'S NET. THE ENTITY'S TOTAL NET MUST BE ZERO.
      *----------------------------------------------------------*
       5100-TRIAL-BALANCE.
           MOVE 0 TO WS-TB-DEBITS.
           MOVE 0 TO WS-TB-CREDITS.
           MOVE 0 TO WS-TB-NET.
           MOVE 0 TO WS-TB-PRIOR-NET.
           MOVE 0 TO WS-TB-ACCOUNTS.
           MOVE WS-ENTITY-NAME TO RH-ENTITY.
           MOVE GE-OPEN-PERIOD(WS-ENT-IDX) TO RH-PERIOD.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           WRITE BALANCE-RPT-LINE FROM RPT-HEADING-1.
           WRITE BALANCE-RPT-LINE FROM RPT-BLANK.
           IF GE-ROLLED(WS-ENT-IDX) = 'Y'
               MOVE GE-PRIOR-PERIOD(WS-ENT-IDX) TO RR-PERIOD
               WRITE BALANCE-RPT-LINE FROM RPT-ROLL-LINE
           END-IF.
           IF GE-BATCH-SEEN(WS-ENT-IDX) = 'Y'
               MOVE GE-BATCH-NUMBER(WS-ENT-IDX) TO RB-BATCH-NUMBER
               MOVE GE-BATCH-DATE(WS-ENT-IDX) TO RB-BATCH-DATE
               MOVE GE-BATCH-OUTCOME(WS-ENT-IDX) TO RB-OUTCOME
               WRITE BALANCE-RPT-LINE FROM RPT-BATCH-LINE
           ELSE
               IF WS-JOURNAL-OUTCOME = SPACES
                   WRITE BALANCE-RPT-LINE FROM RPT-NO-BATCH-LINE
               ELSE
                   MOVE WS-JOURNAL-OUTCOME TO RPT-RESULT-LINE
                   WRITE BALANCE-RPT-LINE FROM RPT-RESULT-LINE
               END-IF
           END-IF.
           WRITE BALANCE-RPT-LINE FROM RPT-BLANK.
           MOVE GE-PRIOR-PERIOD(WS-ENT-IDX) TO RH-PRIOR-PERIOD.
           WRITE BALANCE-RPT-LINE FROM RPT-HEADING-2.
           WRITE BALANCE-RPT-LINE FROM RPT-HEADING-3.
           PERFORM 5110-REPORT-ONE-ACCOUNT
               THRU 5110-EXIT
               VARYING WS-BAL-IDX FROM 1 BY 1
               UNTIL WS-BAL-IDX > WS-BAL-SIZE.
           IF WS-TB-ACCOUNTS = 0
               WRITE BALANCE-RPT-LINE FROM RPT-NONE-LINE
               GO TO 5100-EXIT
           END-IF.
           WRITE BALANCE-RPT-LINE FROM RPT-BLANK.
           MOVE SPACES TO RPT-ACCOUNT-LINE.
           MOVE "TOTAL" TO AL-ACCOUNT.
           MOVE WS-TB-DEBITS TO AL-PTD-DEBITS.
           MOVE WS-TB-CREDITS TO AL-PTD-CREDITS.
           MOVE WS-TB-NET TO AL-PTD-NET.
           MOVE WS-TB-PRIOR-NET TO AL-PRIOR-NET.
           WRITE BALANCE-RPT-LINE FROM RPT-ACCOUNT-LINE.
           IF WS-TB-NET = 0 AND WS-TB-PRIOR-NET = 0
               MOVE "TRIAL BALANCE NETS TO ZERO"
                   TO RPT-RESULT-LINE
           ELSE
               MOVE "*** TRIAL BALANCE DOES NOT NET TO ZERO ***"
                   TO RPT-RESULT-LINE
               DISPLAY "GL TRIAL BALANCE OUT OF BALANCE FOR "
                   WS-ENTITY-NAME
               MOVE "5100-TRIAL-BALANCE" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
           WRITE BALANCE-RPT-LINE FROM RPT-RESULT-LINE.
       5100-EXIT.
           EXIT.

       5110-REPORT-ONE-ACCOUNT.
           IF BL-ENTITY(WS-BAL-IDX) NOT = GE-ENTITY(WS-ENT-IDX)
               GO TO 5110-EXIT
           END-IF.
           ADD 1 TO WS-TB-ACCOUNTS.
           MOVE SPACES TO RPT-ACCOUNT-LINE.
           MOVE BL-ACCOUNT(WS-BAL-IDX) TO AL-ACCOUNT.
           MOVE BL-PTD-DEBITS(WS-BAL-IDX) TO AL-PTD-DEBITS.
           MOVE BL-PTD-CREDITS(WS-BAL-IDX) TO AL-PTD-CREDITS.
           COMPUTE WS-ACCOUNT-NET = BL-PTD-DEBITS(WS-BAL-IDX)
               - BL-PTD-CREDITS(WS-BAL-IDX).
           MOVE WS-ACCOUNT-NET TO AL-PTD-NET.
           ADD BL-PTD-DEBITS(WS-BAL-IDX) TO WS-TB-DEBITS.
           ADD BL-PTD-CREDITS(WS-BAL-IDX) TO WS-TB-CREDITS.
           ADD WS-ACCOUNT-NET TO WS-TB-NET.
           COMPUTE WS-ACCOUNT-NET = BL-PRIOR-DEBITS(WS-BAL-IDX)
               - BL-PRIOR-CREDITS(WS-BAL-IDX).
           MOVE WS-ACCOUNT-NET TO AL-PRIOR-NET.
           ADD WS-ACCOUNT-NET TO WS-TB-PRIOR-NET.
           WRITE BALANCE-RPT-LINE FROM RPT-ACCOUNT-LINE.
       5110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-SETTLEMENT-TIE-OUT - THE ENTITY'S SETTLEMENT DEBIT
      *  AND CREDIT ACCOUNTS AGAINST ITS PERIOD'S POSTED POSITION.
      *  EVERY SETTLED DETAIL IS JOURNALLED AS ONE DEBIT TO ITS
      *  MATCH TYPE'S DEBIT ACCOUNT AND ONE CREDIT TO ITS CREDIT
      *  ACCOUNT, SO EACH SIDE MUST EQUAL WHAT WAS POSTED.
      *----------------------------------------------------------*
       6000-SETTLEMENT-TIE-OUT.
           MOVE SPACES TO WS-PTD-LAST-ROLLED.
           MOVE 1 TO WS-PTD-LAST-CYCLE.
           MOVE 0 TO WS-PTD-POSITION.
           MOVE 0 TO WS-UNROLLED-POSITION.
           WRITE BALANCE-RPT-LINE FROM RPT-BLANK.
           MOVE GE-OPEN-PERIOD(WS-ENT-IDX) TO RT-PERIOD.
           WRITE BALANCE-RPT-LINE FROM RPT-TIE-HEADING.
           IF GE-OPEN-PERIOD(WS-ENT-IDX) = SPACES
               MOVE "  NO OPEN PERIOD YET - NOTHING TO TIE OUT"
                   TO RPT-RESULT-LINE
               WRITE BALANCE-RPT-LINE FROM RPT-RESULT-LINE
               GO TO 6000-EXIT
           END-IF.
           IF WS-MAP-SIZE = 0
               MOVE "  GL-ACCOUNT-MAP NOT AVAILABLE - NO TIE-OUT"
                   TO RPT-RESULT-LINE
               WRITE BALANCE-RPT-LINE FROM RPT-RESULT-LINE
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
               GO TO 6000-EXIT
           END-IF.
           MOVE 0 TO WS-ENT-MAP-COUNT.
           PERFORM 6120-COUNT-ONE-MAP-ENTRY
               THRU 6120-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-SIZE.
           IF WS-ENT-MAP-COUNT = 0
               MOVE "  NO GL-ACCOUNT-MAP ENTRIES FOR THIS ENTITY"
                   TO RPT-RESULT-LINE
               WRITE BALANCE-RPT-LINE FROM RPT-RESULT-LINE
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6200-SUM-SETTLE-PTD
               THRU 6200-EXIT.
           PERFORM 6300-SUM-UNROLLED-SUMMARY
               THRU 6300-EXIT.
           COMPUTE WS-SETTLE-POSITION =
               WS-PTD-POSITION + WS-UNROLLED-POSITION.
           MOVE 0 TO WS-GL-SETT-DEBITS.
           MOVE 0 TO WS-GL-SETT-CREDITS.
           PERFORM 6400-SUM-ONE-SETTLEMENT-ACCOUNT
               THRU 6400-EXIT
               VARYING WS-BAL-IDX FROM 1 BY 1
               UNTIL WS-BAL-IDX > WS-BAL-SIZE.
           MOVE SPACES TO RPT-AMOUNT-LINE.
           MOVE "SETTLE-PTD POSITION.........:" TO RAL-LABEL.
           MOVE WS-PTD-POSITION TO RAL-AMOUNT.
           WRITE BALANCE-RPT-LINE FROM RPT-AMOUNT-LINE.
           MOVE "POSTED, NOT YET ROLLED......:" TO RAL-LABEL.
           MOVE WS-UNROLLED-POSITION TO RAL-AMOUNT.
           WRITE BALANCE-RPT-LINE FROM RPT-AMOUNT-LINE.
           MOVE "PERIOD POSTED POSITION......:" TO RAL-LABEL.
           MOVE WS-SETTLE-POSITION TO RAL-AMOUNT.
           WRITE BALANCE-RPT-LINE FROM RPT-AMOUNT-LINE.
           MOVE "SETTLEMENT ACCOUNT DEBITS...:" TO RAL-LABEL.
           MOVE WS-GL-SETT-DEBITS TO RAL-AMOUNT.
           WRITE BALANCE-RPT-LINE FROM RPT-AMOUNT-LINE.
           MOVE "SETTLEMENT ACCOUNT CREDITS..:" TO RAL-LABEL.
           MOVE WS-GL-SETT-CREDITS TO RAL-AMOUNT.
           WRITE BALANCE-RPT-LINE FROM RPT-AMOUNT-LINE.
           IF WS-GL-SETT-DEBITS = WS-SETTLE-POSITION
               AND WS-GL-SETT-CREDITS = WS-SETTLE-POSITION
               MOVE "  SETTLEMENT ACCOUNTS AGREE WITH SETTLE-PTD"
                   TO RPT-RESULT-LINE
               WRITE BALANCE-RPT-LINE FROM RPT-RESULT-LINE
               GO TO 6000-EXIT
           END-IF.
           COMPUTE WS-TIE-DIFFERENCE =
               WS-GL-SETT-DEBITS - WS-SETTLE-POSITION.
           MOVE "DEBIT SIDE DIFFERENCE.......:" TO RAL-LABEL.
           MOVE WS-TIE-DIFFERENCE TO RAL-AMOUNT.
           WRITE BALANCE-RPT-LINE FROM RPT-AMOUNT-LINE.
           COMPUTE WS-TIE-DIFFERENCE =
               WS-GL-SETT-CREDITS - WS-SETTLE-POSITION.
           MOVE "CREDIT SIDE DIFFERENCE......:" TO RAL-LABEL.
           MOVE WS-TIE-DIFFERENCE TO RAL-AMOUNT.
           WRITE BALANCE-RPT-LINE FROM RPT-AMOUNT-LINE.
           MOVE "  *** SETTLEMENT ACCOUNTS DO NOT AGREE ***"
               TO RPT-RESULT-LINE.
           WRITE BALANCE-RPT-LINE FROM RPT-RESULT-LINE.
           DISPLAY "GL SETTLEMENT ACCOUNTS DISAGREE WITH SETTLE-PTD"
               " FOR " WS-ENTITY-NAME.
           IF RC-NORMAL
               SET RC-WARNING TO TRUE
           END-IF.
       6000-EXIT.
           EXIT.

      *> EVERY ENTITY'S ENTRIES, LOADED ONCE FOR ALL THE TIE-OUTS.
       6100-LOAD-ACCOUNT-MAP.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT GL-ACCOUNT-MAP.
           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "GL-ACCOUNT-MAP NOT READABLE, FILE STATUS="
                   WS-MAP-FILE-STATUS
               GO TO 6100-EXIT
           END-IF.
           PERFORM 6110-LOAD-ONE-MAP-ENTRY
               THRU 6110-EXIT
               UNTIL END-OF-FILE.
           CLOSE GL-ACCOUNT-MAP.
       6100-EXIT.
           EXIT.

       6110-LOAD-ONE-MAP-ENTRY.
           READ GL-ACCOUNT-MAP
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 6110-EXIT
           END-IF.
           IF GLM-MATCH-TYPE = SPACE
               OR WS-MAP-SIZE >= MAX-MAP-SIZE
               GO TO 6110-EXIT
           END-IF.
           ADD 1 TO WS-MAP-SIZE.
           MOVE GLM-ENTITY TO GM-ENTITY(WS-MAP-SIZE).
           MOVE GLM-DEBIT-ACCT TO GM-DEBIT-ACCT(WS-MAP-SIZE).
           MOVE GLM-CREDIT-ACCT TO GM-CREDIT-ACCT(WS-MAP-SIZE).
       6110-EXIT.
           EXIT.

       6120-COUNT-ONE-MAP-ENTRY.
           IF GM-ENTITY(WS-MAP-IDX) = GE-ENTITY(WS-ENT-IDX)
               ADD 1 TO WS-ENT-MAP-COUNT
           END-IF.
       6120-EXIT.
           EXIT.

      *> THE ENTITY'S OPEN-PERIOD POSITIONS ALREADY ROLLED BY
      *> SETTLE-CLOSE.
       6200-SUM-SETTLE-PTD.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SETTLE-PTD.
           IF WS-PTD-FILE-STATUS = "35"
               GO TO 6200-EXIT
           END-IF.
           IF WS-PTD-FILE-STATUS NOT = "00"
               DISPLAY "SETTLE-PTD OPEN FAILED, FILE STATUS="
                   WS-PTD-FILE-STATUS
               MOVE "6200-SUM-SETTLE-PTD" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 6200-EXIT
           END-IF.
           PERFORM 6210-SUM-ONE-PTD-REC
               THRU 6210-EXIT
               UNTIL END-OF-FILE.
           CLOSE SETTLE-PTD.
       6200-EXIT.
           EXIT.

       6210-SUM-ONE-PTD-REC.
           READ SETTLE-PTD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               OR PTD-ENTITY NOT = GE-ENTITY(WS-ENT-IDX)
               GO TO 6210-EXIT
           END-IF.
           IF PTD-REC-TYPE = 'C'
               MOVE PTD-LAST-ROLLED TO WS-PTD-LAST-ROLLED
               IF PTD-LAST-CYCLE IS NUMERIC
                   AND PTD-LAST-CYCLE > 0
                   MOVE PTD-LAST-CYCLE TO WS-PTD-LAST-CYCLE
               ELSE
                   MOVE 1 TO WS-PTD-LAST-CYCLE
               END-IF
               GO TO 6210-EXIT
           END-IF.
           IF PTD-REC-TYPE = 'D'
               AND PTD-PERIOD = GE-OPEN-PERIOD(WS-ENT-IDX)
               AND PTD-AMOUNT IS NUMERIC
               ADD PTD-AMOUNT TO WS-PTD-POSITION
           END-IF.
       6210-EXIT.
           EXIT.

      *> THIS STEP RUNS AHEAD OF SETTLE-CLOSE, SO TONIGHT'S
      *> POSTING-SUMMARY IS NORMALLY NOT ROLLED IN YET. THE SAME
      *> TEST SETTLE-CLOSE USES DECIDES: A SUMMARY DATE AND CYCLE
      *> EQUAL TO THE LAST ROLLED ARE ALREADY IN SETTLE-PTD.
       6300-SUM-UNROLLED-SUMMARY.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT POSTING-SUMMARY.
           IF WS-SUM-FILE-STATUS NOT = "00"
               GO TO 6300-EXIT
           END-IF.
           PERFORM 6310-SUM-ONE-SUMMARY
               THRU 6310-EXIT
               UNTIL END-OF-FILE.
           CLOSE POSTING-SUMMARY.
       6300-EXIT.
           EXIT.

       6310-SUM-ONE-SUMMARY.
           READ POSTING-SUMMARY
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               OR POST-ENTITY NOT = GE-ENTITY(WS-ENT-IDX)
               OR POST-ENTITY-TOTAL
               GO TO 6310-EXIT
           END-IF.
           IF POST-CYCLE IS NUMERIC
               AND POST-CYCLE > 0
               MOVE POST-CYCLE TO WS-SUM-CYCLE
           ELSE
               MOVE 1 TO WS-SUM-CYCLE
           END-IF.
           IF (POST-RUN-DATE NOT = WS-PTD-LAST-ROLLED
                   OR WS-SUM-CYCLE NOT = WS-PTD-LAST-CYCLE)
               AND POST-RUN-DATE(1:6) = GE-OPEN-PERIOD(WS-ENT-IDX)
               AND POST-TOTAL-AMOUNT IS NUMERIC
               ADD POST-TOTAL-AMOUNT TO WS-UNROLLED-POSITION
           END-IF.
       6310-EXIT.
           EXIT.

       6400-SUM-ONE-SETTLEMENT-ACCOUNT.
           IF BL-ENTITY(WS-BAL-IDX) NOT = GE-ENTITY(WS-ENT-IDX)
               GO TO 6400-EXIT
           END-IF.
           MOVE 'N' TO WS-MAP-FOUND.
           PERFORM 6410-MATCH-DEBIT-ACCOUNT
               THRU 6410-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-SIZE
               OR MAP-ACCOUNT-FOUND.
           IF MAP-ACCOUNT-FOUND
               ADD BL-PTD-DEBITS(WS-BAL-IDX) TO WS-GL-SETT-DEBITS
           END-IF.
           MOVE 'N' TO WS-MAP-FOUND.
           PERFORM 6420-MATCH-CREDIT-ACCOUNT
               THRU 6420-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-SIZE
               OR MAP-ACCOUNT-FOUND.
           IF MAP-ACCOUNT-FOUND
               ADD BL-PTD-CREDITS(WS-BAL-IDX) TO WS-GL-SETT-CREDITS
           END-IF.
       6400-EXIT.
           EXIT.

       6410-MATCH-DEBIT-ACCOUNT.
           IF GM-ENTITY(WS-MAP-IDX) = GE-ENTITY(WS-ENT-IDX)
               AND GM-DEBIT-ACCT(WS-MAP-IDX) = BL-ACCOUNT(WS-BAL-IDX)
               MOVE 'Y' TO WS-MAP-FOUND
           END-IF.
       6410-EXIT.
           EXIT.

       6420-MATCH-CREDIT-ACCOUNT.
           IF GM-ENTITY(WS-MAP-IDX) = GE-ENTITY(WS-ENT-IDX)
               AND GM-CREDIT-ACCT(WS-MAP-IDX) = BL-ACCOUNT(WS-BAL-IDX)
               MOVE 'Y' TO WS-MAP-FOUND
           END-IF.
       6420-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-NAME-ENTITY - WS-LOOKUP-ENTITY AS IT IS SHOWN ON
      *  THE REPORT AND THE CONSOLE: HOME FOR OUR OWN BOOK.
      *----------------------------------------------------------*
       8000-NAME-ENTITY.
           IF WS-LOOKUP-ENTITY = SPACES
               MOVE "HOME" TO WS-ENTITY-NAME
           ELSE
               MOVE WS-LOOKUP-ENTITY TO WS-ENTITY-NAME
           END-IF.
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
           MOVE "GL-BALANCE"          TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-LINE-COUNT        TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-APPLIED-COUNT     TO AUD-OUTPUT-COUNT.
           MOVE WS-BAL-SIZE          TO AUD-OUTPUT-COUNT-2.
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
           MOVE WS-BAL-FILE-STATUS TO WS-PS-BAL.
           MOVE WS-JRN-FILE-STATUS TO WS-PS-JRN.
           MOVE WS-PTD-FILE-STATUS TO WS-PS-PTD.
           MOVE WS-LINE-COUNT TO WS-PC-LINES.
           MOVE WS-BAL-SIZE TO WS-PC-ACCOUNTS.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "GL-BALANCE"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE "GL-JOURNAL"
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM GL-BALANCE.
