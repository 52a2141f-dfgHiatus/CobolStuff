      *> Steps are no longer unconditionally run every night: the
      *> BATCHDRV-PLAN file lists, per step number, a run-frequency
      *> rule ('D' daily, 'W' weekly on a given day 1=MONDAY
      *> through 7=SUNDAY, 'M' monthly on the last business day
      *> of the month per the shared BUSINESS-CAL calendar, 'R'
      *> on-request only - dispatched from OPER-MENU,
      *> never by the scheduled chain) and a skip flag. A step not
      *> listed in the plan, or a missing plan file altogether,
      *> runs every night as before. Skipped steps get a "SKIPPED
      *> number WITHOUT advancing RUN-CONTROL, writes no
      *> checkpoint, clears neither the checkpoint nor the restart
      *> card, and marks its own audit records shadow. Steps whose
      *> modules are not shadow-aware (TWOSUM-BUILD, INPUT-EDIT,
      *> HELLO, PALINDROME-CHECK, FEED-RECEIPT, BALANCE-CHECK) are
      *> skipped in a shadow chain with "SKIP-SHADOW" on
      *> HANDOVER-RPT - running them would overwrite their live
      *> output files.
      *> The SHADOW-COMPARE utility then shows what the rehearsed
      *> control change would have done.
      *>
      *> Step 002 runs TWOSUM-BUILD ahead of everything else: it
      *> builds tonight's TWOSUM-INPUT from the bank statement and
      *> the receivables extract, and ends RC 8 - stopping the
      *> chain before INPUT-EDIT - when the statement does not tie
      *> to its own opening and closing balances. With no
      *> statement delivered it leaves TWOSUM-INPUT alone and ends
      *> RC 4, so a hand-assembled file still runs.
      *>
      *> Step 045 runs FEED-RECEIPT, the receipt control over the
      *> inbound regional feeds, ahead of the DetectCapital audit:
      *> a must-have region's feed missing for tonight ends that
      *> step RC 8, so the COND check above stops the chain before
      *> the audit reports on an incomplete set of regions. The
      *> step is must-run and never shed for the window.
      *>
      *> A RUN-LOCK record is acquired at chain start and released
      *> at 9999-EXIT, so OPER-MENU refuses to dispatch a module
      *> while the chain is mid-run (and vice versa) - two
      *> concurrent instances would open the same output files
      *> and clobber each other. A run that finds the lock held
      *> ends RC 16 without touching anything.
      *>
      *> Before the first step of a live chain, every state file
      *> the chains carry forward from night to night
      *> (SETTLED-PAIRS, OPEN-ITEMS, EXCEPTION-HISTORY,
      *> REFCODE-REGISTRY, SETTLE-PTD, QUALITY-PTD,
      *> POSTING-OUTSTANDING, SETTLEMENT-GENLIST, SETTLE-CYCLE,
      *> GL-BALANCES, FX-POSITIONS) is copied to a dated snapshot
      *> named for the run (<FILE>.DYYYYMMDD.RNNNNNN), and each
      *> copy is re-counted on disk against the records read -
      *> the CUST-BACKUP discipline. The indexed REFCODE-REGISTRY
      *> is read in key order into a flat copy like the others.
      *> Only when every copy balances are the snapshots recorded
      *> on the append-only SNAPSHOT-REGISTER under the run
      *> number; a state file not yet created is registered as
      *> absent. A snapshot that does not balance stops the chain
      *> RC 16 before step 002 runs - without a clean way back
      *> the night does not start. STATE-ROLLBACK, dispatched from
      *> OPER-MENU, puts every file back from the register. A
      *> shadow chain touches no live state and takes none.
      *>
      *> Ahead of the snapshot, every hand-edited control file
      *> (TWOSUM-CTL, BATCHDRV-PLAN, WORD-CTL, GL-ACCOUNT-MAP,
      *> FIZZBUZZ-CTL, REPORT-DIST-CTL, CORRECTION-CTL) is
      *> compared record for record with its last approved copy
      *> (<FILE>.VNNNN, per the CTL-CHANGE-REGISTER kept by
      *> CTL-CHANGE). A file that differs, whose approved copy is
      *> missing, or that was never approved at all stops a live
      *> chain RC 16 before step 002 runs - nobody's unreviewed
      *> edit steers a production night. A shadow chain only
      *> warns, so a proposed control change can still be
      *> rehearsed before it is approved. HANDOVER-RPT says which
      *> way the check went.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "RUN-LOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT STATE-FILE
               ASSIGN TO DYNAMIC WS-STATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FILE-STATUS.
           SELECT STATE-COPY
               ASSIGN TO DYNAMIC WS-COPY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-FILE-STATUS.
           SELECT REFCODE-REGISTRY
               ASSIGN TO "REFCODE-REGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REF-CODE
               FILE STATUS IS WS-STATE-FILE-STATUS.
           SELECT SNAPSHOT-REGISTER
               ASSIGN TO "SNAPSHOT-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPREG-FILE-STATUS.
           SELECT CTL-CHANGE-REGISTER
               ASSIGN TO "CTL-CHANGE-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCREG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PLAN-STEP-NO            PIC 9(03).
           05  PLAN-FREQUENCY          PIC X(01).
      *> 'D' = DAILY, 'W' = WEEKLY ON PLAN-DAY, 'M' = MONTHLY ON
      *> THE LAST BUSINESS DAY OF THE MONTH, 'R' = ON-REQUEST
      *> ONLY.
           05  PLAN-DAY                PIC 9(01).
      *> FOR 'W': 1 = MONDAY THROUGH 7 = SUNDAY.
           05  PLAN-SKIP               PIC X(01).
           LABEL RECORDS ARE OMITTED.
           COPY RUNLOCK.

      *> ANY ONE OF THE CARRIED-FORWARD STATE FILES AND ITS
      *> SNAPSHOT, COPIED RECORD FOR RECORD. SIZED OVER THE
      *> WIDEST OF THEM.
       FD  STATE-FILE
           LABEL RECORDS ARE OMITTED.
       01  STATE-FILE-REC              PIC X(200).

       FD  STATE-COPY
           LABEL RECORDS ARE OMITTED.
       01  STATE-COPY-REC              PIC X(200).

      *> THE ONE INDEXED STATE FILE, READ IN KEY ORDER FOR ITS
      *> SNAPSHOT.
       FD  REFCODE-REGISTRY
           LABEL RECORDS ARE STANDARD.
           COPY REFCODE.

       FD  SNAPSHOT-REGISTER
           LABEL RECORDS ARE OMITTED.
           COPY SNAPREG.

       FD  CTL-CHANGE-REGISTER
           LABEL RECORDS ARE OMITTED.
           COPY CTLCHG.

       WORKING-STORAGE SECTION.
           01  WS-STEP-RC              PIC S9(04) VALUE 0.
           01  WS-FINAL-RC             PIC S9(04) VALUE 0.

      *> TONIGHT'S DATE FACTS FOR THE FREQUENCY RULES: DAY OF
      *> WEEK (1 = MONDAY THROUGH 7 = SUNDAY) AND WHETHER TONIGHT
      *> IS THE LAST BUSINESS DAY OF THE MONTH.
           01  WS-DRV-RUN-DATE         PIC 9(08) VALUE 0.
           01  WS-TODAY-INTEGER        PIC 9(08) VALUE 0.
           01  WS-DAY-OF-WEEK          PIC 9(01) VALUE 0.
           01  WS-MONTH-END-SWITCH     PIC X(01) VALUE 'N'.
               88  LAST-BUSINESS-DAY            VALUE 'Y'.

      *> THE BUSINESS-CAL CALL INTERFACE.
           01  WS-CAL-FUNCTION         PIC X(01) IS EXTERNAL.
           01  WS-CAL-FROM-DATE        PIC X(08) IS EXTERNAL.
           01  WS-CAL-TO-DATE          PIC X(08) IS EXTERNAL.
           01  WS-CAL-DAYS             PIC S9(07) IS EXTERNAL.
           01  WS-CAL-RESULT-DATE      PIC X(08) IS EXTERNAL.
           01  WS-CAL-BUSINESS-DAY     PIC X(01) IS EXTERNAL.
           01  WS-CAL-STATUS           PIC X(02) IS EXTERNAL.

           01  WS-RUNCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-LOCK-FILE-STATUS     PIC X(02) VALUE SPACES.
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
      *> THE SHADOW SWITCH EVERY SHADOW-AWARE MODULE SHARES. SET
      *> HERE FROM BATCHDRV-CTL BEFORE THE FIRST STEP.
           01  WS-SHADOW-MODE-FLAG     PIC X(01) IS EXTERNAL.
               88  SHADOW-MODE                  VALUE 'Y'.

      *> THE STATE FILES SNAPSHOT BEFORE THE FIRST STEP, AND
      *> WHAT EACH SNAPSHOT HELD ONCE IT WAS VERIFIED.
           01  WS-STATE-NAME-TABLE.
               05  FILLER              PIC X(20)
                   VALUE "SETTLED-PAIRS".
               05  FILLER              PIC X(20)
                   VALUE "OPEN-ITEMS".
               05  FILLER              PIC X(20)
                   VALUE "EXCEPTION-HISTORY".
               05  FILLER              PIC X(20)
                   VALUE "REFCODE-REGISTRY".
               05  FILLER              PIC X(20)
                   VALUE "SETTLE-PTD".
               05  FILLER              PIC X(20)
                   VALUE "QUALITY-PTD".
               05  FILLER              PIC X(20)
                   VALUE "POSTING-OUTSTANDING".
               05  FILLER              PIC X(20)
                   VALUE "SETTLEMENT-GENLIST".
               05  FILLER              PIC X(20)
                   VALUE "SETTLE-CYCLE".
               05  FILLER              PIC X(20)
                   VALUE "GL-BALANCES".
               05  FILLER              PIC X(20)
                   VALUE "FX-POSITIONS".
           01  WS-STATE-NAMES REDEFINES WS-STATE-NAME-TABLE.
               05  SF-NAME             PIC X(20) OCCURS 11 TIMES.
                   88  SF-INDEXED-FILE          VALUE
                                           "REFCODE-REGISTRY".
           01  WS-SNAP-RESULTS.
               05  WS-SNAP-RESULT-ENTRY OCCURS 11 TIMES.
                   10  SS-COPY-FILE    PIC X(40).
                   10  SS-REC-COUNT    PIC 9(09).
                   10  SS-PRESENT      PIC X(01).
           01  WS-SNAP-IDX             PIC 9(02) VALUE 0.
           01  WS-STATE-FILENAME       PIC X(80) VALUE SPACES.
           01  WS-COPY-FILENAME        PIC X(80) VALUE SPACES.
           01  WS-STATE-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-COPY-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-SNAPREG-FILE-STATUS  PIC X(02) VALUE SPACES.
           01  WS-STATE-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  END-OF-STATE-FILE            VALUE 'Y'.
           01  WS-COPY-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  END-OF-STATE-COPY            VALUE 'Y'.
           01  WS-SNAP-READ-COUNT      PIC 9(09) VALUE 0.
           01  WS-SNAP-DISK-COUNT      PIC 9(09) VALUE 0.
           01  WS-SNAP-TIME            PIC X(08) VALUE SPACES.
      *> HOW THE SNAPSHOT WENT, FOR THE HANDOVER REPORT: TAKEN,
      *> SKIPPED FOR A SHADOW CHAIN, FAILED, OR NOT REACHED.
           01  WS-SNAP-OUTCOME         PIC X(01) VALUE 'N'.
               88  SNAPSHOT-TAKEN               VALUE 'T'.
               88  SNAPSHOT-SHADOW              VALUE 'S'.
               88  SNAPSHOT-FAILED              VALUE 'F'.

      *> THE CONTROL FILES UNDER CHANGE CONTROL - THE SAME LIST
      *> CTL-CHANGE MAINTAINS - AND THE LAST APPROVED VERSION OF
      *> EACH PER THE REGISTER (ZERO FOR NEVER APPROVED).
           01  WS-CC-NAME-TABLE.
               05  FILLER              PIC X(20)
                   VALUE "TWOSUM-CTL".
               05  FILLER              PIC X(20)
                   VALUE "BATCHDRV-PLAN".
               05  FILLER              PIC X(20)
                   VALUE "WORD-CTL".
               05  FILLER              PIC X(20)
                   VALUE "GL-ACCOUNT-MAP".
               05  FILLER              PIC X(20)
                   VALUE "FIZZBUZZ-CTL".
               05  FILLER              PIC X(20)
                   VALUE "REPORT-DIST-CTL".
               05  FILLER              PIC X(20)
                   VALUE "CORRECTION-CTL".
           01  WS-CC-NAMES REDEFINES WS-CC-NAME-TABLE.
               05  CC-NAME             PIC X(20) OCCURS 7 TIMES.
           01  WS-CC-VERSIONS.
               05  CC-VERSION          PIC 9(04) OCCURS 7 TIMES.
           01  WS-CC-IDX               PIC 9(01) VALUE 0.
           01  WS-CC-SCAN-IDX          PIC 9(01) VALUE 0.
           01  WS-CCREG-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-CCREG-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  END-OF-CC-REGISTER           VALUE 'Y'.
           01  WS-CC-UNAPPROVED        PIC 9(01) VALUE 0.
           01  WS-CC-DIFF-SWITCH       PIC X(01) VALUE 'N'.
               88  CTL-FILE-DIFFERS             VALUE 'Y'.
      *> HOW THE CONTROL-FILE CHECK WENT, FOR THE HANDOVER
      *> REPORT: ALL AS APPROVED, UNAPPROVED CHANGE (CHAIN
      *> STOPPED), UNAPPROVED IN A SHADOW CHAIN, OR NOT REACHED.
           01  WS-CC-OUTCOME           PIC X(01) VALUE 'N'.
               88  CONTROL-FILES-APPROVED       VALUE 'A'.
               88  CONTROL-FILES-UNAPPROVED     VALUE 'U'.
               88  CONTROL-FILES-SHADOW         VALUE 'S'.

      *> HOW THIS RUN'S STARTING POINT WAS DECIDED, FOR THE
      *> HANDOVER REPORT: RESTART CARD, CHECKPOINT, OR NEITHER.
           01  WS-RESTART-SOURCE       PIC X(01) VALUE 'N'.
      *> WRITES IN AUD-PROGRAM-NAME SO ITS RECORD COUNT CAN BE
      *> PULLED FROM THIS RUN'S TRAIL ENTRIES.
           01  WS-STEP-NAME-TABLE.
               05  FILLER              PIC X(23)
                   VALUE "002TWOSUM-BUILD".
               05  FILLER              PIC X(23)
                   VALUE "005INPUT-EDIT".
               05  FILLER              PIC X(23)
                   VALUE "030REVERSESTRING".
               05  FILLER              PIC X(23)
                   VALUE "040PALINDROME-CHECK".
               05  FILLER              PIC X(23)
                   VALUE "045FEED-RECEIPT".
               05  FILLER              PIC X(23)
                   VALUE "050DETECTCAPITAL".
               05  FILLER              PIC X(23)
                   VALUE "060BALANCE-CHECK".
           01  WS-STEP-NAMES REDEFINES WS-STEP-NAME-TABLE.
               05  WS-STEP-NAME-ENTRY OCCURS 9 TIMES.
                   10  SN-STEP-NO      PIC 9(03).
                   10  SN-MODULE       PIC X(20).
           01  WS-STEP-RESULTS.
               05  WS-STEP-RESULT-ENTRY OCCURS 9 TIMES.
                   10  SR-STATUS       PIC X(15).
                   10  SR-RC           PIC S9(04).
                   10  SR-RECORDS      PIC 9(09).
           01  WS-STEP-IDX             PIC 9(02) VALUE 0.
           01  WS-HANDOVER-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  END-OF-HANDOVER-TRAIL        VALUE 'Y'.

               05  HF-FINAL-RC         PIC ZZZ9.
               05  FILLER              PIC X(60) VALUE SPACES.
           01  HND-RESTART-LINE        PIC X(80) VALUE SPACES.
           01  HND-SNAPSHOT-LINE       PIC X(80) VALUE SPACES.
           01  HND-CONTROL-LINE        PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0200-INIT-STEP-RESULT
               THRU 0200-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 9.
      *> THE CARD'S STANDING SETTINGS (DEADLINE, SHADOW FLAG)
      *> MUST BE KNOWN BEFORE THE RUN NUMBER IS DRAWN AND THE
      *> BEGIN RECORD IS WRITTEN - A SHADOW CHAIN MUST NEITHER
               THRU 0320-EXIT.
           PERFORM 0350-WRITE-RUN-BEGIN
               THRU 0350-EXIT.
           PERFORM 0375-CHECK-CONTROL-FILES
               THRU 0375-EXIT.
           IF CONTROL-FILES-UNAPPROVED
               DISPLAY "BATCH-DRIVER ABENDING - UNAPPROVED "
                   "CONTROL-FILE CHANGE, NO STEP STARTED"
               MOVE 16 TO WS-FINAL-RC
               GO TO 9999-EXIT
           END-IF.
      *> THE SNAPSHOT COMES BEFORE THE RESTART CARD IS READ (AND
      *> CLEARED), SO A CHAIN STOPPED HERE CAN SIMPLY BE RERUN.
           PERFORM 0380-SNAPSHOT-STATE-FILES
               THRU 0380-EXIT.
           IF SNAPSHOT-FAILED
               DISPLAY "BATCH-DRIVER ABENDING - STATE SNAPSHOT NOT "
                   "VERIFIED, NO STEP STARTED"
               MOVE 16 TO WS-FINAL-RC
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0500-DETERMINE-RESTART-STEP
               THRU 0500-EXIT.
           MOVE 2 TO WS-SCHED-STEP.
           PERFORM 0450-CHECK-STEP-SCHEDULE
               THRU 0450-EXIT.
           IF WS-RESTART-STEP > 2
               DISPLAY "STEP 002 SKIPPED - RESTARTING AT A LATER STEP"
               MOVE "SKIP-RESTART" TO SR-STATUS(1)
           ELSE
               IF NOT STEP-SCHEDULED
                   DISPLAY "STEP 002 SKIPPED PER PLAN"
                   MOVE "SKIP-PLAN" TO SR-STATUS(1)
               ELSE
                   MOVE 1 TO WS-SCHED-IDX
                   PERFORM 0470-CHECK-STEP-DEADLINE
                       THRU 0470-EXIT
                   EVALUATE TRUE
      *> THIS MODULE IS NOT SHADOW-AWARE - RUNNING IT IN A
      *> REHEARSAL WOULD OVERWRITE TWOSUM-INPUT.
                       WHEN SHADOW-MODE
                           DISPLAY "STEP 002 SKIPPED - NOT "
                               "SHADOW-AWARE"
                           MOVE "SKIP-SHADOW" TO SR-STATUS(1)
                       WHEN STEP-SHED
                           DISPLAY "STEP 002 SHED FOR WINDOW"
                           MOVE "SHED FOR WINDOW" TO SR-STATUS(1)
                           MOVE 'Y' TO WS-SHED-ANY-SWITCH
                       WHEN OTHER
                           PERFORM 0850-STEP-TWOSUM-BUILD
                               THRU 0850-EXIT
                   END-EVALUATE
               END-IF
           END-IF.
           MOVE 5 TO WS-SCHED-STEP.
           PERFORM 0450-CHECK-STEP-SCHEDULE
               THRU 0450-EXIT.
           IF WS-RESTART-STEP > 5
               DISPLAY "STEP 005 SKIPPED - RESTARTING AT A LATER STEP"
               MOVE "SKIP-RESTART" TO SR-STATUS(2)
           ELSE
               IF NOT STEP-SCHEDULED
                   DISPLAY "STEP 005 SKIPPED PER PLAN"
                   MOVE "SKIP-PLAN" TO SR-STATUS(2)
               ELSE
                   MOVE 2 TO WS-SCHED-IDX
                   PERFORM 0470-CHECK-STEP-DEADLINE
                       THRU 0470-EXIT
                   EVALUATE TRUE
                       WHEN SHADOW-MODE
                           DISPLAY "STEP 005 SKIPPED - NOT "
                               "SHADOW-AWARE"
                           MOVE "SKIP-SHADOW" TO SR-STATUS(2)
                       WHEN STEP-SHED
                           DISPLAY "STEP 005 SHED FOR WINDOW"
                           MOVE "SHED FOR WINDOW" TO SR-STATUS(2)
                           MOVE 'Y' TO WS-SHED-ANY-SWITCH
                       WHEN OTHER
                           PERFORM 0900-STEP-INPUT-EDIT
               THRU 0450-EXIT.
           IF WS-RESTART-STEP > 10
               DISPLAY "STEP 010 SKIPPED - RESTARTING AT A LATER STEP"
               MOVE "SKIP-RESTART" TO SR-STATUS(3)
           ELSE
               IF NOT STEP-SCHEDULED
                   DISPLAY "STEP 010 SKIPPED PER PLAN"
                   MOVE "SKIP-PLAN" TO SR-STATUS(3)
               ELSE
                   MOVE 3 TO WS-SCHED-IDX
                   PERFORM 0470-CHECK-STEP-DEADLINE
                       THRU 0470-EXIT
                   IF STEP-SHED
                       DISPLAY "STEP 010 SHED FOR WINDOW"
                       MOVE "SHED FOR WINDOW" TO SR-STATUS(3)
                       MOVE 'Y' TO WS-SHED-ANY-SWITCH
                   ELSE
                       PERFORM 1000-STEP-TWOSUM
               THRU 0450-EXIT.
           IF WS-RESTART-STEP > 20
               DISPLAY "STEP 020 SKIPPED - RESTARTING AT A LATER STEP"
               MOVE "SKIP-RESTART" TO SR-STATUS(4)
           ELSE
               IF NOT STEP-SCHEDULED
                   DISPLAY "STEP 020 SKIPPED PER PLAN"
                   MOVE "SKIP-PLAN" TO SR-STATUS(4)
               ELSE
                   MOVE 4 TO WS-SCHED-IDX
                   PERFORM 0470-CHECK-STEP-DEADLINE
                       THRU 0470-EXIT
                   EVALUATE TRUE
                       WHEN SHADOW-MODE
                           DISPLAY "STEP 020 SKIPPED - NOT "
                               "SHADOW-AWARE"
                           MOVE "SKIP-SHADOW" TO SR-STATUS(4)
                       WHEN STEP-SHED
                           DISPLAY "STEP 020 SHED FOR WINDOW"
                           MOVE "SHED FOR WINDOW" TO SR-STATUS(4)
                           MOVE 'Y' TO WS-SHED-ANY-SWITCH
                       WHEN OTHER
                           PERFORM 2000-STEP-FIZZBUZZ
               THRU 0450-EXIT.
           IF WS-RESTART-STEP > 30
               DISPLAY "STEP 030 SKIPPED - RESTARTING AT A LATER STEP"
               MOVE "SKIP-RESTART" TO SR-STATUS(5)
           ELSE
               IF NOT STEP-SCHEDULED
                   DISPLAY "STEP 030 SKIPPED PER PLAN"
                   MOVE "SKIP-PLAN" TO SR-STATUS(5)
               ELSE
                   MOVE 5 TO WS-SCHED-IDX
                   PERFORM 0470-CHECK-STEP-DEADLINE
                       THRU 0470-EXIT
                   IF STEP-SHED
                       DISPLAY "STEP 030 SHED FOR WINDOW"
                       MOVE "SHED FOR WINDOW" TO SR-STATUS(5)
                       MOVE 'Y' TO WS-SHED-ANY-SWITCH
                   ELSE
                       PERFORM 3000-STEP-REVERSE
               THRU 0450-EXIT.
           IF WS-RESTART-STEP > 40
               DISPLAY "STEP 040 SKIPPED - RESTARTING AT A LATER STEP"
               MOVE "SKIP-RESTART" TO SR-STATUS(6)
           ELSE
               IF NOT STEP-SCHEDULED
                   DISPLAY "STEP 040 SKIPPED PER PLAN"
                   MOVE "SKIP-PLAN" TO SR-STATUS(6)
               ELSE
                   MOVE 6 TO WS-SCHED-IDX
                   PERFORM 0470-CHECK-STEP-DEADLINE
                       THRU 0470-EXIT
                   EVALUATE TRUE
                       WHEN SHADOW-MODE
                           DISPLAY "STEP 040 SKIPPED - NOT "
                               "SHADOW-AWARE"
                           MOVE "SKIP-SHADOW" TO SR-STATUS(6)
                       WHEN STEP-SHED
                           DISPLAY "STEP 040 SHED FOR WINDOW"
                           MOVE "SHED FOR WINDOW" TO SR-STATUS(6)
                           MOVE 'Y' TO WS-SHED-ANY-SWITCH
                       WHEN OTHER
                           PERFORM 4000-STEP-PALINDROME
                   END-EVALUATE
               END-IF
           END-IF.
           MOVE 45 TO WS-SCHED-STEP.
           PERFORM 0450-CHECK-STEP-SCHEDULE
               THRU 0450-EXIT.
           IF WS-RESTART-STEP > 45
               DISPLAY "STEP 045 SKIPPED - RESTARTING AT A LATER STEP"
               MOVE "SKIP-RESTART" TO SR-STATUS(7)
           ELSE
               IF NOT STEP-SCHEDULED
                   DISPLAY "STEP 045 SKIPPED PER PLAN"
                   MOVE "SKIP-PLAN" TO SR-STATUS(7)
               ELSE
      *> THE RECEIPT CHECK IS NEVER SHED FOR THE WINDOW - IT IS
      *> THE GATE THAT KEEPS THE AUDIT OFF AN INCOMPLETE SET OF
      *> REGIONAL FEEDS.
                   IF SHADOW-MODE
      *> THIS MODULE IS NOT SHADOW-AWARE - RUNNING IT IN A
      *> REHEARSAL WOULD APPEND TO THE LIVE RECEIPT REGISTER.
                       DISPLAY "STEP 045 SKIPPED - NOT SHADOW-AWARE"
                       MOVE "SKIP-SHADOW" TO SR-STATUS(7)
                   ELSE
                       PERFORM 4500-STEP-FEED-RECEIPT
                           THRU 4500-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE 50 TO WS-SCHED-STEP.
           PERFORM 0450-CHECK-STEP-SCHEDULE
               THRU 0450-EXIT.
           IF WS-RESTART-STEP > 50
               DISPLAY "STEP 050 SKIPPED - RESTARTING AT A LATER STEP"
               MOVE "SKIP-RESTART" TO SR-STATUS(8)
           ELSE
               IF NOT STEP-SCHEDULED
                   DISPLAY "STEP 050 SKIPPED PER PLAN"
                   MOVE "SKIP-PLAN" TO SR-STATUS(8)
               ELSE
                   MOVE 8 TO WS-SCHED-IDX
                   PERFORM 0470-CHECK-STEP-DEADLINE
                       THRU 0470-EXIT
                   IF STEP-SHED
                       DISPLAY "STEP 050 SHED FOR WINDOW"
                       MOVE "SHED FOR WINDOW" TO SR-STATUS(8)
                       MOVE 'Y' TO WS-SHED-ANY-SWITCH
                   ELSE
                       PERFORM 5000-STEP-DETECTCAP
               THRU 0450-EXIT.
           IF WS-RESTART-STEP > 60
               DISPLAY "STEP 060 SKIPPED - RESTARTING AT A LATER STEP"
               MOVE "SKIP-RESTART" TO SR-STATUS(9)
           ELSE
               IF NOT STEP-SCHEDULED
                   DISPLAY "STEP 060 SKIPPED PER PLAN"
                   MOVE "SKIP-PLAN" TO SR-STATUS(9)
               ELSE
                   MOVE 9 TO WS-SCHED-IDX
                   PERFORM 0470-CHECK-STEP-DEADLINE
                       THRU 0470-EXIT
                   EVALUATE TRUE
                       WHEN SHADOW-MODE
                           DISPLAY "STEP 060 SKIPPED - NOT "
                               "SHADOW-AWARE"
                           MOVE "SKIP-SHADOW" TO SR-STATUS(9)
                       WHEN STEP-SHED
                           DISPLAY "STEP 060 SHED FOR WINDOW"
                           MOVE "SHED FOR WINDOW" TO SR-STATUS(9)
                           MOVE 'Y' TO WS-SHED-ANY-SWITCH
                       WHEN OTHER
                           PERFORM 6000-STEP-BALANCE
           IF SHADOW-MODE
               MOVE 'Y' TO AUD-SHADOW-FLAG
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
       0350-EXIT.
           IF SHADOW-MODE
               MOVE 'Y' TO AUD-SHADOW-FLAG
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
       0360-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0375-CHECK-CONTROL-FILES - EVERY CONTROL FILE MUST STILL
      *  BE EXACTLY ITS LAST APPROVED VERSION. A REGISTER THAT
      *  CANNOT BE READ COUNTS AS UNAPPROVED - THE CHECK FAILS
      *  CLOSED. NO REGISTER AT ALL MEANS NOTHING HAS BEEN
      *  APPROVED YET.
      *----------------------------------------------------------*
       0375-CHECK-CONTROL-FILES.
           MOVE 0 TO WS-CC-UNAPPROVED.
           MOVE ZEROS TO WS-CC-VERSIONS.
           OPEN INPUT CTL-CHANGE-REGISTER.
           IF WS-CCREG-FILE-STATUS NOT = "00"
               AND WS-CCREG-FILE-STATUS NOT = "35"
               DISPLAY "CTL-CHANGE-REGISTER OPEN FAILED, FILE STATUS="
                   WS-CCREG-FILE-STATUS
               MOVE 1 TO WS-CC-UNAPPROVED
               GO TO 0375-DECIDE
           END-IF.
           IF WS-CCREG-FILE-STATUS = "00"
               MOVE 'N' TO WS-CCREG-EOF-SWITCH
               PERFORM 0376-LOAD-ONE-APPROVAL
                   THRU 0376-EXIT
                   UNTIL END-OF-CC-REGISTER
               CLOSE CTL-CHANGE-REGISTER
           END-IF.
           PERFORM 0378-CHECK-ONE-CONTROL-FILE
               THRU 0378-EXIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > 7.
       0375-DECIDE.
           IF WS-CC-UNAPPROVED = 0
               MOVE 'A' TO WS-CC-OUTCOME
               GO TO 0375-EXIT
           END-IF.
           IF SHADOW-MODE
               DISPLAY "UNAPPROVED CONTROL-FILE CHANGE - SHADOW "
                   "CHAIN CONTINUES, A LIVE CHAIN WOULD NOT"
               MOVE 'S' TO WS-CC-OUTCOME
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           ELSE
               MOVE 'U' TO WS-CC-OUTCOME
           END-IF.
       0375-EXIT.
           EXIT.

      *> THE REGISTER IS IN CHANGE ORDER, SO THE LAST APPROVAL
      *> READ FOR A FILE IS ITS CURRENT VERSION.
       0376-LOAD-ONE-APPROVAL.
           READ CTL-CHANGE-REGISTER
               AT END
                   MOVE 'Y' TO WS-CCREG-EOF-SWITCH
           END-READ.
           IF END-OF-CC-REGISTER
               GO TO 0376-EXIT
           END-IF.
           IF NOT CCR-APPROVAL
               OR CCR-VERSION IS NOT NUMERIC
               GO TO 0376-EXIT
           END-IF.
           PERFORM 0377-MATCH-ONE-APPROVAL
               THRU 0377-EXIT
               VARYING WS-CC-SCAN-IDX FROM 1 BY 1
               UNTIL WS-CC-SCAN-IDX > 7.
       0376-EXIT.
           EXIT.

       0377-MATCH-ONE-APPROVAL.
           IF CC-NAME(WS-CC-SCAN-IDX) = CCR-CTL-FILE
               MOVE CCR-VERSION TO CC-VERSION(WS-CC-SCAN-IDX)
           END-IF.
       0377-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0378-CHECK-ONE-CONTROL-FILE - THE LIVE FILE AGAINST ITS
      *  APPROVED COPY, RECORD FOR RECORD. A FILE NEVER APPROVED
      *  PASSES ONLY IF IT DOES NOT EXIST.
      *----------------------------------------------------------*
       0378-CHECK-ONE-CONTROL-FILE.
           MOVE SPACES TO WS-STATE-FILENAME.
           MOVE CC-NAME(WS-CC-IDX) TO WS-STATE-FILENAME.
           MOVE SPACES TO WS-COPY-FILENAME.
           STRING CC-NAME(WS-CC-IDX) DELIMITED BY SPACE
                  ".V" DELIMITED BY SIZE
                  CC-VERSION(WS-CC-IDX) DELIMITED BY SIZE
               INTO WS-COPY-FILENAME
           END-STRING.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-FILE-STATUS = "35"
               IF CC-VERSION(WS-CC-IDX) NOT = 0
                   DISPLAY CC-NAME(WS-CC-IDX)
                       " MISSING - APPROVED VERSION "
                       CC-VERSION(WS-CC-IDX) " NOT IN PLACE"
                   ADD 1 TO WS-CC-UNAPPROVED
               END-IF
               GO TO 0378-EXIT
           END-IF.
           IF WS-STATE-FILE-STATUS NOT = "00"
               DISPLAY CC-NAME(WS-CC-IDX)
                   " OPEN FAILED, FILE STATUS=" WS-STATE-FILE-STATUS
               ADD 1 TO WS-CC-UNAPPROVED
               GO TO 0378-EXIT
           END-IF.
           IF CC-VERSION(WS-CC-IDX) = 0
               DISPLAY CC-NAME(WS-CC-IDX)
                   " NOT UNDER CHANGE CONTROL - NO APPROVED VERSION"
               ADD 1 TO WS-CC-UNAPPROVED
               CLOSE STATE-FILE
               GO TO 0378-EXIT
           END-IF.
           OPEN INPUT STATE-COPY.
           IF WS-COPY-FILE-STATUS NOT = "00"
               DISPLAY CC-NAME(WS-CC-IDX) " APPROVED COPY "
                   WS-COPY-FILENAME
               DISPLAY "NOT READABLE, FILE STATUS="
                   WS-COPY-FILE-STATUS
               ADD 1 TO WS-CC-UNAPPROVED
               CLOSE STATE-FILE
               GO TO 0378-EXIT
           END-IF.
           MOVE 'N' TO WS-STATE-EOF-SWITCH.
           MOVE 'N' TO WS-COPY-EOF-SWITCH.
           MOVE 'N' TO WS-CC-DIFF-SWITCH.
           PERFORM 0379-COMPARE-ONE-CTL-REC
               THRU 0379-EXIT
               UNTIL CTL-FILE-DIFFERS
               OR (END-OF-STATE-FILE AND END-OF-STATE-COPY).
           CLOSE STATE-FILE.
           CLOSE STATE-COPY.
           IF CTL-FILE-DIFFERS
               DISPLAY CC-NAME(WS-CC-IDX)
                   " DIFFERS FROM APPROVED VERSION "
                   CC-VERSION(WS-CC-IDX) " - UNAPPROVED CHANGE"
               ADD 1 TO WS-CC-UNAPPROVED
           END-IF.
       0378-EXIT.
           EXIT.

       0379-COMPARE-ONE-CTL-REC.
           MOVE SPACES TO STATE-FILE-REC.
           MOVE SPACES TO STATE-COPY-REC.
           READ STATE-FILE
               AT END
                   MOVE 'Y' TO WS-STATE-EOF-SWITCH
           END-READ.
           READ STATE-COPY
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-READ.
           IF WS-STATE-EOF-SWITCH NOT = WS-COPY-EOF-SWITCH
               MOVE 'Y' TO WS-CC-DIFF-SWITCH
               GO TO 0379-EXIT
           END-IF.
           IF NOT END-OF-STATE-FILE
               AND STATE-FILE-REC NOT = STATE-COPY-REC
               MOVE 'Y' TO WS-CC-DIFF-SWITCH
           END-IF.
       0379-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0380-SNAPSHOT-STATE-FILES - COPY EVERY CARRIED-FORWARD
      *  STATE FILE TO ITS DATED SNAPSHOT FOR THIS RUN AND RE-
      *  COUNT THE COPY. ONLY WHEN ALL OF THEM BALANCE ARE THEY
      *  REGISTERED - A PARTIAL SET COULD NOT PUT THE NIGHT BACK.
      *----------------------------------------------------------*
       0380-SNAPSHOT-STATE-FILES.
           IF SHADOW-MODE
               DISPLAY "NO STATE SNAPSHOT - A SHADOW CHAIN TOUCHES "
                   "NO LIVE STATE"
               MOVE 'S' TO WS-SNAP-OUTCOME
               GO TO 0380-EXIT
           END-IF.
           MOVE 'T' TO WS-SNAP-OUTCOME.
           PERFORM 0385-SNAPSHOT-ONE-FILE
               THRU 0385-EXIT
               VARYING WS-SNAP-IDX FROM 1 BY 1
               UNTIL WS-SNAP-IDX > 11
               OR SNAPSHOT-FAILED.
           IF SNAPSHOT-FAILED
               GO TO 0380-EXIT
           END-IF.
           PERFORM 0390-REGISTER-SNAPSHOTS
               THRU 0390-EXIT.
           IF SNAPSHOT-TAKEN
               DISPLAY "STATE SNAPSHOT REGISTERED UNDER RUN "
                   WS-AUDIT-RUN-NUMBER
           END-IF.
       0380-EXIT.
           EXIT.

       0385-SNAPSHOT-ONE-FILE.
           MOVE SPACES TO WS-STATE-FILENAME.
           MOVE SF-NAME(WS-SNAP-IDX) TO WS-STATE-FILENAME.
           MOVE SPACES TO WS-COPY-FILENAME.
           STRING SF-NAME(WS-SNAP-IDX) DELIMITED BY SPACE
                  ".D" DELIMITED BY SIZE
                  WS-DRV-RUN-DATE DELIMITED BY SIZE
                  ".R" DELIMITED BY SIZE
                  WS-AUDIT-RUN-NUMBER DELIMITED BY SIZE
               INTO WS-COPY-FILENAME
           END-STRING.
           MOVE 0 TO WS-SNAP-READ-COUNT.
           MOVE 0 TO WS-SNAP-DISK-COUNT.
           MOVE 0 TO SS-REC-COUNT(WS-SNAP-IDX).
           IF SF-INDEXED-FILE(WS-SNAP-IDX)
               OPEN INPUT REFCODE-REGISTRY
           ELSE
               OPEN INPUT STATE-FILE
           END-IF.
      *> NOT CREATED YET - NOTHING TO COPY, BUT THE ROLLBACK MUST
      *> STILL KNOW THE FILE DID NOT EXIST BEFORE THIS RUN.
           IF WS-STATE-FILE-STATUS = "35"
               MOVE SPACES TO SS-COPY-FILE(WS-SNAP-IDX)
               MOVE 'N' TO SS-PRESENT(WS-SNAP-IDX)
               DISPLAY "SNAPSHOT " SF-NAME(WS-SNAP-IDX)
                   " NOT ON FILE - REGISTERED AS ABSENT"
               GO TO 0385-EXIT
           END-IF.
           IF WS-STATE-FILE-STATUS NOT = "00"
               DISPLAY SF-NAME(WS-SNAP-IDX)
                   " OPEN FAILED, FILE STATUS=" WS-STATE-FILE-STATUS
               MOVE 'F' TO WS-SNAP-OUTCOME
               GO TO 0385-EXIT
           END-IF.
           OPEN OUTPUT STATE-COPY.
           IF WS-COPY-FILE-STATUS NOT = "00"
               DISPLAY "SNAPSHOT OPEN FAILED FOR "
                   SF-NAME(WS-SNAP-IDX) ", FILE STATUS="
                   WS-COPY-FILE-STATUS
               MOVE 'F' TO WS-SNAP-OUTCOME
               PERFORM 0388-CLOSE-STATE-FILE
                   THRU 0388-EXIT
               GO TO 0385-EXIT
           END-IF.
           MOVE 'N' TO WS-STATE-EOF-SWITCH.
           IF SF-INDEXED-FILE(WS-SNAP-IDX)
               PERFORM 0389-COPY-ONE-REGISTRY-REC
                   THRU 0389-EXIT
                   UNTIL END-OF-STATE-FILE
           ELSE
               PERFORM 0386-COPY-ONE-STATE-REC
                   THRU 0386-EXIT
                   UNTIL END-OF-STATE-FILE
           END-IF.
           PERFORM 0388-CLOSE-STATE-FILE
               THRU 0388-EXIT.
           CLOSE STATE-COPY.
      *> RE-COUNT THE COPY ON DISK - A COPY ONLY COUNTS AS A
      *> SNAPSHOT ONCE IT READS BACK WHAT WAS WRITTEN.
           OPEN INPUT STATE-COPY.
           IF WS-COPY-FILE-STATUS = "00"
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               PERFORM 0387-COUNT-ONE-COPY-REC
                   THRU 0387-EXIT
                   UNTIL END-OF-STATE-COPY
               CLOSE STATE-COPY
           END-IF.
           IF WS-COPY-FILE-STATUS NOT = "00"
               OR WS-SNAP-DISK-COUNT NOT = WS-SNAP-READ-COUNT
               DISPLAY "SNAPSHOT OF " SF-NAME(WS-SNAP-IDX)
                   " OUT OF BALANCE - READ " WS-SNAP-READ-COUNT
                   ", ON DISK " WS-SNAP-DISK-COUNT
               MOVE 'F' TO WS-SNAP-OUTCOME
               GO TO 0385-EXIT
           END-IF.
           MOVE WS-COPY-FILENAME TO SS-COPY-FILE(WS-SNAP-IDX).
           MOVE WS-SNAP-READ-COUNT TO SS-REC-COUNT(WS-SNAP-IDX).
           MOVE 'Y' TO SS-PRESENT(WS-SNAP-IDX).
       0385-EXIT.
           EXIT.

       0386-COPY-ONE-STATE-REC.
           READ STATE-FILE
               AT END
                   MOVE 'Y' TO WS-STATE-EOF-SWITCH
           END-READ.
           IF NOT END-OF-STATE-FILE
               ADD 1 TO WS-SNAP-READ-COUNT
               WRITE STATE-COPY-REC FROM STATE-FILE-REC
           END-IF.
       0386-EXIT.
           EXIT.

       0387-COUNT-ONE-COPY-REC.
           READ STATE-COPY
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-READ.
           IF NOT END-OF-STATE-COPY
               ADD 1 TO WS-SNAP-DISK-COUNT
           END-IF.
       0387-EXIT.
           EXIT.

       0388-CLOSE-STATE-FILE.
           IF SF-INDEXED-FILE(WS-SNAP-IDX)
               CLOSE REFCODE-REGISTRY
           ELSE
               CLOSE STATE-FILE
           END-IF.
       0388-EXIT.
           EXIT.

       0389-COPY-ONE-REGISTRY-REC.
           READ REFCODE-REGISTRY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STATE-EOF-SWITCH
           END-READ.
           IF NOT END-OF-STATE-FILE
               ADD 1 TO WS-SNAP-READ-COUNT
               WRITE STATE-COPY-REC FROM REF-CODE-REC
           END-IF.
       0389-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0390-REGISTER-SNAPSHOTS - ONE SNAPSHOT-REGISTER RECORD
      *  PER STATE FILE UNDER THIS RUN NUMBER. A REGISTER THAT
      *  CANNOT BE WRITTEN LEAVES THE SNAPSHOTS UNUSABLE, SO IT
      *  FAILS THE SNAPSHOT LIKE AN UNBALANCED COPY.
      *----------------------------------------------------------*
       0390-REGISTER-SNAPSHOTS.
           ACCEPT WS-SNAP-TIME FROM TIME.
           OPEN EXTEND SNAPSHOT-REGISTER.
           IF WS-SNAPREG-FILE-STATUS = "35"
               OPEN OUTPUT SNAPSHOT-REGISTER
           END-IF.
           IF WS-SNAPREG-FILE-STATUS NOT = "00"
               DISPLAY "SNAPSHOT-REGISTER OPEN FAILED, FILE STATUS="
                   WS-SNAPREG-FILE-STATUS
               MOVE 'F' TO WS-SNAP-OUTCOME
               GO TO 0390-EXIT
           END-IF.
           PERFORM 0395-REGISTER-ONE-SNAPSHOT
               THRU 0395-EXIT
               VARYING WS-SNAP-IDX FROM 1 BY 1
               UNTIL WS-SNAP-IDX > 11.
           CLOSE SNAPSHOT-REGISTER.
       0390-EXIT.
           EXIT.

       0395-REGISTER-ONE-SNAPSHOT.
           MOVE SPACES TO SNAPSHOT-REGISTER-REC.
           MOVE WS-AUDIT-RUN-NUMBER TO SNP-RUN-NUMBER.
           MOVE WS-DRV-RUN-DATE TO SNP-RUN-DATE.
           MOVE WS-SNAP-TIME TO SNP-TIME.
           MOVE SF-NAME(WS-SNAP-IDX) TO SNP-STATE-FILE.
           MOVE SS-COPY-FILE(WS-SNAP-IDX) TO SNP-COPY-FILE.
           MOVE SS-REC-COUNT(WS-SNAP-IDX) TO SNP-REC-COUNT.
           MOVE SS-PRESENT(WS-SNAP-IDX) TO SNP-PRESENT-FLAG.
           WRITE SNAPSHOT-REGISTER-REC.
       0395-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0400-READ-RUN-PLAN - LOAD TONIGHT'S STEP-SELECTION PLAN
      *  AND WORK OUT THE DATE FACTS THE FREQUENCY RULES NEED.
      *----------------------------------------------------------*
       0400-READ-RUN-PLAN.
           ACCEPT WS-DRV-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DRV-RUN-DATE).
           COMPUTE WS-DAY-OF-WEEK =
           IF WS-DAY-OF-WEEK = 0
               MOVE 7 TO WS-DAY-OF-WEEK
           END-IF.
           MOVE 'L' TO WS-CAL-FUNCTION.
           MOVE WS-DRV-RUN-DATE TO WS-CAL-FROM-DATE.
           CALL "BUSINESS-CAL".
           IF WS-CAL-RESULT-DATE = WS-CAL-FROM-DATE
               MOVE 'Y' TO WS-MONTH-END-SWITCH
           ELSE
               MOVE 'N' TO WS-MONTH-END-SWITCH
                       MOVE 'N' TO WS-SCHED-SWITCH
                   END-IF
               WHEN 'M'
                   IF NOT LAST-BUSINESS-DAY
                       MOVE 'N' TO WS-SCHED-SWITCH
                   END-IF
               WHEN 'R'

      *----------------------------------------------------------*
      *  0600-CLEAR-CHECKPOINT - NORMAL END OF CHAIN: TRUNCATE
      *  BATCHDRV-CKPT SO THE NEXT RUN STARTS FROM STEP 002 UNLESS
      *  BATCHDRV-CTL SAYS OTHERWISE.
      *----------------------------------------------------------*
       0600-CLEAR-CHECKPOINT.
       0800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0850-STEP-TWOSUM-BUILD - STEP 002, RUN TWOSUM-BUILD.
      *  BUILDS TWOSUM-INPUT FROM THE BANK STATEMENT AND THE
      *  RECEIVABLES EXTRACT; A STATEMENT THAT DOES NOT TIE STOPS
      *  THE CHAIN BEFORE ANYTHING IS MATCHED AGAINST IT.
      *----------------------------------------------------------*
       0850-STEP-TWOSUM-BUILD.
           DISPLAY "STEP 002 TWOSUM-BUILD STARTING".
           CALL "TWOSUM-BUILD".
           MOVE RETURN-CODE TO WS-STEP-RC.
           DISPLAY "STEP 002 TWOSUM-BUILD ENDED, RC=" WS-STEP-RC.
           MOVE WS-STEP-RC TO SR-RC(1).
           PERFORM 0800-TRACK-FINAL-RC
               THRU 0800-EXIT.
           IF WS-STEP-RC > 4
               DISPLAY "BATCH-DRIVER ABENDING - STEP 002 FAILED"
               MOVE "FAILED" TO SR-STATUS(1)
               GO TO 9999-EXIT
           END-IF.
           MOVE "RAN" TO SR-STATUS(1).
           MOVE 2 TO WS-STEP-JUST-COMPLETED.
           PERFORM 0700-WRITE-CHECKPOINT
               THRU 0700-EXIT.
       0850-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0900-STEP-INPUT-EDIT - STEP 005, RUN INPUT-EDIT. VALIDATES
      *  TWOSUM-INPUT AND FIZZBUZZ-CTL STRUCTURALLY BEFORE ANY OF
           CALL "INPUT-EDIT".
           MOVE RETURN-CODE TO WS-STEP-RC.
           DISPLAY "STEP 005 INPUT-EDIT ENDED, RC=" WS-STEP-RC.
           MOVE WS-STEP-RC TO SR-RC(2).
           PERFORM 0800-TRACK-FINAL-RC
               THRU 0800-EXIT.
           IF WS-STEP-RC > 4
               DISPLAY "BATCH-DRIVER ABENDING - STEP 005 FAILED"
               MOVE "FAILED" TO SR-STATUS(2)
               GO TO 9999-EXIT
           END-IF.
           MOVE "RAN" TO SR-STATUS(2).
           MOVE 5 TO WS-STEP-JUST-COMPLETED.
           PERFORM 0700-WRITE-CHECKPOINT
               THRU 0700-EXIT.
           CALL "ONE-DIMENSIONAL".
           MOVE RETURN-CODE TO WS-STEP-RC.
           DISPLAY "STEP 010 ONE-DIMENSIONAL ENDED, RC=" WS-STEP-RC.
           MOVE WS-STEP-RC TO SR-RC(3).
           PERFORM 0800-TRACK-FINAL-RC
               THRU 0800-EXIT.
           IF WS-STEP-RC > 4
               DISPLAY "BATCH-DRIVER ABENDING - STEP 010 FAILED"
               MOVE "FAILED" TO SR-STATUS(3)
               GO TO 9999-EXIT
           END-IF.
           MOVE "RAN" TO SR-STATUS(3).
           MOVE 10 TO WS-STEP-JUST-COMPLETED.
           PERFORM 0700-WRITE-CHECKPOINT
               THRU 0700-EXIT.
           CALL "HELLO".
           MOVE RETURN-CODE TO WS-STEP-RC.
           DISPLAY "STEP 020 HELLO ENDED, RC=" WS-STEP-RC.
           MOVE WS-STEP-RC TO SR-RC(4).
           PERFORM 0800-TRACK-FINAL-RC
               THRU 0800-EXIT.
           IF WS-STEP-RC > 4
               DISPLAY "BATCH-DRIVER ABENDING - STEP 020 FAILED"
               MOVE "FAILED" TO SR-STATUS(4)
               GO TO 9999-EXIT
           END-IF.
           MOVE "RAN" TO SR-STATUS(4).
           MOVE 20 TO WS-STEP-JUST-COMPLETED.
           PERFORM 0700-WRITE-CHECKPOINT
               THRU 0700-EXIT.
           CALL "ReverseString".
           MOVE RETURN-CODE TO WS-STEP-RC.
           DISPLAY "STEP 030 REVERSESTRING ENDED, RC=" WS-STEP-RC.
           MOVE WS-STEP-RC TO SR-RC(5).
           PERFORM 0800-TRACK-FINAL-RC
               THRU 0800-EXIT.
           IF WS-STEP-RC > 4
               DISPLAY "BATCH-DRIVER ABENDING - STEP 030 FAILED"
               MOVE "FAILED" TO SR-STATUS(5)
               GO TO 9999-EXIT
           END-IF.
           MOVE "RAN" TO SR-STATUS(5).
           MOVE 30 TO WS-STEP-JUST-COMPLETED.
           PERFORM 0700-WRITE-CHECKPOINT
               THRU 0700-EXIT.
           CALL "PALINDROME-CHECK".
           MOVE RETURN-CODE TO WS-STEP-RC.
           DISPLAY "STEP 040 PALINDROME-CHECK ENDED, RC=" WS-STEP-RC.
           MOVE WS-STEP-RC TO SR-RC(6).
           PERFORM 0800-TRACK-FINAL-RC
               THRU 0800-EXIT.
           IF WS-STEP-RC > 4
               DISPLAY "BATCH-DRIVER ABENDING - STEP 040 FAILED"
               MOVE "FAILED" TO SR-STATUS(6)
               GO TO 9999-EXIT
           END-IF.
           MOVE "RAN" TO SR-STATUS(6).
           MOVE 40 TO WS-STEP-JUST-COMPLETED.
           PERFORM 0700-WRITE-CHECKPOINT
               THRU 0700-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4500-STEP-FEED-RECEIPT - STEP 045, RUN FEED-RECEIPT. A
      *  MISSING MUST-HAVE REGIONAL FEED ENDS IT RC 8, WHICH STOPS
      *  THE CHAIN HERE, BEFORE THE DetectCapital AUDIT.
      *----------------------------------------------------------*
       4500-STEP-FEED-RECEIPT.
           DISPLAY "STEP 045 FEED-RECEIPT STARTING".
           CALL "FEED-RECEIPT".
           MOVE RETURN-CODE TO WS-STEP-RC.
           DISPLAY "STEP 045 FEED-RECEIPT ENDED, RC=" WS-STEP-RC.
           MOVE WS-STEP-RC TO SR-RC(7).
           PERFORM 0800-TRACK-FINAL-RC
               THRU 0800-EXIT.
           IF WS-STEP-RC > 4
               DISPLAY "BATCH-DRIVER ABENDING - STEP 045 FAILED"
               MOVE "FAILED" TO SR-STATUS(7)
               GO TO 9999-EXIT
           END-IF.
           MOVE "RAN" TO SR-STATUS(7).
           MOVE 45 TO WS-STEP-JUST-COMPLETED.
           PERFORM 0700-WRITE-CHECKPOINT
               THRU 0700-EXIT.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-STEP-DETECTCAP - STEP 050, RUN DetectCapital.
      *----------------------------------------------------------*
           CALL "DetectCapital".
           MOVE RETURN-CODE TO WS-STEP-RC.
           DISPLAY "STEP 050 DETECTCAPITAL ENDED, RC=" WS-STEP-RC.
           MOVE WS-STEP-RC TO SR-RC(8).
           PERFORM 0800-TRACK-FINAL-RC
               THRU 0800-EXIT.
           IF WS-STEP-RC > 4
               DISPLAY "BATCH-DRIVER ABENDING - STEP 050 FAILED"
               MOVE "FAILED" TO SR-STATUS(8)
               GO TO 9999-EXIT
           END-IF.
           MOVE "RAN" TO SR-STATUS(8).
           MOVE 50 TO WS-STEP-JUST-COMPLETED.
           PERFORM 0700-WRITE-CHECKPOINT
               THRU 0700-EXIT.
           CALL "BALANCE-CHECK".
           MOVE RETURN-CODE TO WS-STEP-RC.
           DISPLAY "STEP 060 BALANCE-CHECK ENDED, RC=" WS-STEP-RC.
           MOVE WS-STEP-RC TO SR-RC(9).
           PERFORM 0800-TRACK-FINAL-RC
               THRU 0800-EXIT.
           IF WS-STEP-RC > 4
               DISPLAY "BATCH-DRIVER ABENDING - STEP 060 FAILED"
               MOVE "FAILED" TO SR-STATUS(9)
               GO TO 9999-EXIT
           END-IF.
           MOVE "RAN" TO SR-STATUS(9).
           MOVE 60 TO WS-STEP-JUST-COMPLETED.
           PERFORM 0700-WRITE-CHECKPOINT
               THRU 0700-EXIT.
           PERFORM 9820-MATCH-STEP-MODULE
               THRU 9820-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 9.
       9810-EXIT.
           EXIT.

           PERFORM 9910-WRITE-ONE-STEP-LINE
               THRU 9910-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 9.
           WRITE HANDOVER-LINE FROM HND-HEADING-3.
           MOVE WS-FINAL-RC TO HF-FINAL-RC.
           WRITE HANDOVER-LINE FROM HND-FINAL-LINE.
                       TO HND-RESTART-LINE
           END-EVALUATE.
           WRITE HANDOVER-LINE FROM HND-RESTART-LINE.
           EVALUATE TRUE
               WHEN SNAPSHOT-TAKEN
                   MOVE "STATE SNAPSHOT TAKEN (SNAPSHOT-REGISTER)"
                       TO HND-SNAPSHOT-LINE
               WHEN SNAPSHOT-SHADOW
                   MOVE "NO STATE SNAPSHOT - SHADOW CHAIN"
                       TO HND-SNAPSHOT-LINE
               WHEN SNAPSHOT-FAILED
                   MOVE "STATE SNAPSHOT FAILED - NO STEP STARTED"
                       TO HND-SNAPSHOT-LINE
               WHEN OTHER
                   MOVE "NO STATE SNAPSHOT TAKEN"
                       TO HND-SNAPSHOT-LINE
           END-EVALUATE.
           WRITE HANDOVER-LINE FROM HND-SNAPSHOT-LINE.
           EVALUATE TRUE
               WHEN CONTROL-FILES-APPROVED
                   MOVE "CONTROL FILES AS APPROVED (CTL-CHANGE)"
                       TO HND-CONTROL-LINE
               WHEN CONTROL-FILES-UNAPPROVED
                   MOVE "UNAPPROVED CONTROL-FILE CHANGE - NO STEP RUN"
                       TO HND-CONTROL-LINE
               WHEN CONTROL-FILES-SHADOW
                   MOVE "UNAPPROVED CONTROL-FILE CHANGE - SHADOW ONLY"
                       TO HND-CONTROL-LINE
               WHEN OTHER
                   MOVE "CONTROL FILES NOT CHECKED"
                       TO HND-CONTROL-LINE
           END-EVALUATE.
           WRITE HANDOVER-LINE FROM HND-CONTROL-LINE.
           CLOSE HANDOVER-RPT.
       9900-EXIT.
           EXIT.
