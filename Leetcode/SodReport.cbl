       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-REPORT.
       AUTHOR. DATA-PROCESSING.
      *> Segregation-of-duties review for the auditors, who want
      *> proof that no one person can both create a settlement and
      *> approve it - run ONE-DIMENSIONAL and release the held
      *> settlements it produced, or decide near-misses and then
      *> approve write-offs.
      *>
      *> The incompatible pairs of duties are not built in: they
      *> come from the SOD-RULES file (layout in SODRULE), one
      *> pair per record, so the security administrator can add a
      *> pair without a program change. Two checks are made
      *> against every rule:
      *>   - WHAT OPERATORS MAY DO: EVERY ACTIVE OPERATOR-PROFILE
      *>     WHOSE OPR-ALLOWED-CHOICES (WITH OPR-MORE-CHOICES)
      *>     HOLDS BOTH DUTIES OF A PAIR;
      *>   - WHAT OPERATORS DID: FOR ONE RUN DATE, THE SAME
      *>     PERSON FOUND ON BOTH SIDES OF A PAIR ACROSS
      *>       AUDIT-LOG           AUD-OPERATOR-ID OF EVERY MENU
      *>                           DISPATCH ON THAT RUN DATE (THE
      *>                           SCHEDULED CHAIN'S 'BATCH' AND
      *>                           SHADOW REHEARSALS ARE NOT A
      *>                           PERSON'S ACT AND ARE SKIPPED);
      *>       NEARMISS-DECISIONS  NMD-CLERK-ID OF EVERY DECISION
      *>                           ON THE DECISIONS FILE NOW ON
      *>                           DISK (THE FILE CARRIES NO DATE
      *>                           OF ITS OWN - IT IS THE ONE
      *>                           NEARMISS-REVIEW ACTS ON);
      *>       SETTLE-RELEASE-RPT  THE SUPERVISOR ON THE RELEASE
      *>                           REGISTER, WHEN ITS RUN DATE IS
      *>                           THE ONE UNDER REVIEW AND IT
      *>                           RECORDS A RELEASE OR REJECTION.
      *> Each AUDIT-LOG dispatch is turned into its menu option
      *> through the program-to-duty table below.
      *>
      *> The run date under review is the one on the optional
      *> SOD-CTL card, else the run stamp when a driver
      *> dispatches this step, else today.
      *>
      *> The report goes to SOD-RPT. A profile conflict leaves the
      *> step RC-WARNING - the grant may be a deliberate,
      *> documented exception. A conflict in actual activity is a
      *> control failure and ends RC-ERROR, with a PROBLEM-LOG
      *> snapshot. No SOD-RULES file, or no OPERATOR-PROFILE,
      *> means nothing can be proved and also ends RC-ERROR.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-CTL
               ASSIGN TO "SOD-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT SOD-RULES
               ASSIGN TO "SOD-RULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT OPERATOR-PROFILE
               ASSIGN TO "OPERATOR-PROFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
           SELECT NEARMISS-DECISIONS
               ASSIGN TO "NEARMISS-DECISIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FILE-STATUS.
           SELECT SETTLE-RELEASE-RPT
               ASSIGN TO "SETTLE-RELEASE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT SOD-RPT
               ASSIGN TO "SOD-RPT"
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
       FD  SOD-CTL
           LABEL RECORDS ARE STANDARD.
       01  SOD-CTL-REC.
           05  SDC-RUN-DATE            PIC X(08).
      *> YYYYMMDD. BLANK, NON-NUMERIC OR NO CARD MEANS THE RUN
      *> STAMP, OR TODAY ON A STANDALONE RUN.
           05  FILLER                  PIC X(72).

       FD  SOD-RULES
           LABEL RECORDS ARE STANDARD.
           COPY SODRULE.

       FD  OPERATOR-PROFILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERPROF.

       FD  NEARMISS-DECISIONS
           LABEL RECORDS ARE STANDARD.
      *> THE SAME LAYOUT NEARMISS-REVIEW READS.
       01  NEARMISS-DECISION-REC.
           05  NMD-TARGET              PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  NMD-REF-1               PIC X(12).
           05  FILLER                  PIC X(02).
           05  NMD-REF-2               PIC X(12).
           05  FILLER                  PIC X(02).
           05  NMD-DECISION            PIC X(01).
           05  FILLER                  PIC X(02).
           05  NMD-CLERK-ID            PIC X(08).
           05  FILLER                  PIC X(02).
           05  NMD-REASON              PIC X(20).
           05  FILLER                  PIC X(09).

       FD  SETTLE-RELEASE-RPT
           LABEL RECORDS ARE OMITTED.
      *> THE REGISTER SETTLE-RELEASE PRINTS: A HEADING NAMING THE
      *> RUN DATE AND SUPERVISOR, THEN ONE LINE PER DECISION.
       01  RELEASE-RPT-LINE            PIC X(110).
       01  RELEASE-RPT-HEADING.
           05  RRH-TITLE               PIC X(33).
           05  RRH-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(15).
           05  RRH-SUPERVISOR          PIC X(08).
           05  FILLER                  PIC X(46).
       01  RELEASE-RPT-DECISION.
           05  FILLER                  PIC X(66).
           05  RRD-DECISION            PIC X(12).
           05  FILLER                  PIC X(32).

       FD  SOD-RPT
           LABEL RECORDS ARE OMITTED.
       01  SOD-RPT-LINE                PIC X(110).

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  PROBLEM-LOG
           LABEL RECORDS ARE OMITTED.
           COPY PROBREC.

       WORKING-STORAGE SECTION.
      *> RUN CORRELATION STAMP: SET BY BATCH-DRIVER (OR OPER-MENU
      *> FOR AD-HOC DISPATCHES) FROM THE RUN-CONTROL FILE BEFORE
      *> THE CALL. IS EXTERNAL SO EVERY MODULE IN THE RUN UNIT
      *> STAMPS THE SAME RUN ONTO ITS AUDIT RECORDS. ZERO MEANS A
      *> STANDALONE RUN OUTSIDE EITHER DRIVER.
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
           01  WS-RULES-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-PROFILE-FILE-STATUS  PIC X(02) VALUE SPACES.
           01  WS-DEC-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-REL-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-REVIEW-DATE          PIC X(08) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.

      *> THE RULES IN FORCE.
           01  WS-RULE-SIZE            PIC 9(03) VALUE 0.
           01  MAX-RULE-SIZE           PIC 9(03) VALUE 100.
           01  WS-RULE-TABLE.
               05  WS-RULE-ENTRY OCCURS 100 TIMES.
                   10  RL-DUTY-1       PIC X(01).
                   10  RL-DUTY-2       PIC X(01).
                   10  RL-TEXT         PIC X(40).
           01  WS-RULE-IDX             PIC 9(03) VALUE 0.
           01  WS-RULE-SKIPPED         PIC 9(05) VALUE 0.

      *> WHICH MENU OPTION EACH DISPATCHED PROGRAM IS, BY THE NAME
      *> IT WRITES IN AUD-PROGRAM-NAME. A PROGRAM NOT LISTED IS
      *> NOT A MENU DUTY AND IS NOT CHECKED.
           01  WS-DUTY-MAP-VALUES.
               05  FILLER              PIC X(21)
                   VALUE "ONE-DIMENSIONAL     1".
               05  FILLER              PIC X(21)
                   VALUE "HELLO               2".
               05  FILLER              PIC X(21)
                   VALUE "REVERSESTRING       3".
               05  FILLER              PIC X(21)
                   VALUE "PALINDROME-CHECK    4".
               05  FILLER              PIC X(21)
                   VALUE "DETECTCAPITAL       5".
               05  FILLER              PIC X(21)
                   VALUE "SETTLE-RESEND       9".
               05  FILLER              PIC X(21)
                   VALUE "SETTLE-RELEASE      R".
               05  FILLER              PIC X(21)
                   VALUE "PROBLEM-REVIEW      P".
               05  FILLER              PIC X(21)
                   VALUE "PROFILE-MAINT       M".
               05  FILLER              PIC X(21)
                   VALUE "REPORT-DIST         D".
               05  FILLER              PIC X(21)
                   VALUE "WRITEOFF-REVIEW     W".
               05  FILLER              PIC X(21)
                   VALUE "ITEM-TRACE          T".
               05  FILLER              PIC X(21)
                   VALUE "STATE-ROLLBACK      B".
               05  FILLER              PIC X(21)
                   VALUE "CTL-CHANGE          C".
               05  FILLER              PIC X(21)
                   VALUE "DISPUTE-MAINT       H".
           01  WS-DUTY-MAP REDEFINES WS-DUTY-MAP-VALUES.
               05  WS-DUTY-MAP-ENTRY OCCURS 15 TIMES.
                   10  DM-PROGRAM      PIC X(20).
                   10  DM-DUTY         PIC X(01).
           01  MAX-DUTY-MAP            PIC 9(02) VALUE 15.
           01  WS-MAP-IDX              PIC 9(02) VALUE 0.

      *> ONE ENTRY PER OPERATOR, DUTY AND SOURCE SEEN ON THE RUN
      *> DATE, WITH HOW MANY TIMES.
           01  WS-ACT-SIZE             PIC 9(04) VALUE 0.
           01  MAX-ACT-SIZE            PIC 9(04) VALUE 500.
           01  WS-ACT-OVERFLOW         PIC 9(09) VALUE 0.
           01  WS-ACT-TABLE.
               05  WS-ACT-ENTRY OCCURS 500 TIMES.
                   10  AC-OPERATOR     PIC X(08).
                   10  AC-DUTY         PIC X(01).
                   10  AC-SOURCE       PIC X(20).
                   10  AC-COUNT        PIC 9(05).
           01  WS-ACT-IDX              PIC 9(04) VALUE 0.
           01  WS-ACT-SCAN             PIC 9(04) VALUE 0.
           01  WS-ACT-FOUND            PIC X(01) VALUE 'N'.
               88  ACT-LISTED                     VALUE 'Y'.
           01  WS-SIDE-1-IDX           PIC 9(04) VALUE 0.
           01  WS-SIDE-2-IDX           PIC 9(04) VALUE 0.

      *> THE ACTIVITY BEING RECORDED.
           01  WS-NEW-OPERATOR         PIC X(08) VALUE SPACES.
           01  WS-NEW-DUTY             PIC X(01) VALUE SPACE.
           01  WS-NEW-SOURCE           PIC X(20) VALUE SPACES.

      *> THE RELEASE REGISTER'S HEADING, CARRIED TO ITS LINES.
           01  WS-REL-DATE             PIC X(08) VALUE SPACES.
           01  WS-REL-SUPERVISOR       PIC X(08) VALUE SPACES.

           01  WS-DUTY-HITS            PIC 9(02) VALUE 0.
           01  WS-HOLDS-1              PIC X(01) VALUE 'N'.
           01  WS-HOLDS-2              PIC X(01) VALUE 'N'.

           01  WS-PROFILE-COUNT        PIC 9(09) VALUE 0.
           01  WS-ACTIVE-COUNT         PIC 9(09) VALUE 0.
           01  WS-AUDIT-SCANNED        PIC 9(09) VALUE 0.
           01  WS-AUDIT-USED           PIC 9(09) VALUE 0.
           01  WS-DEC-USED             PIC 9(09) VALUE 0.
           01  WS-REL-USED             PIC 9(09) VALUE 0.
           01  WS-PROFILE-CONFLICTS    PIC 9(09) VALUE 0.
           01  WS-ACTIVITY-CONFLICTS   PIC 9(09) VALUE 0.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(34)
                   VALUE "SEGREGATION-OF-DUTIES CONFLICTS - ".
               05  FILLER              PIC X(09) VALUE "RUN DATE ".
               05  H-REVIEW-DATE       PIC X(08).
               05  FILLER              PIC X(59) VALUE SPACES.
           01  RPT-HEADING-2           PIC X(110) VALUE SPACES.
           01  RPT-SECTION-LINE        PIC X(110) VALUE SPACES.

           01  RPT-RULE-LINE.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RR-DUTY-1           PIC X(01).
               05  FILLER              PIC X(05) VALUE " AND ".
               05  RR-DUTY-2           PIC X(01).
               05  FILLER              PIC X(03) VALUE SPACES.
               05  RR-TEXT             PIC X(40).
               05  FILLER              PIC X(58) VALUE SPACES.

           01  RPT-PROFILE-LINE.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  PL-OPERATOR         PIC X(08).
               05  FILLER              PIC X(10)
                   VALUE "  MAY RUN ".
               05  PL-DUTY-1           PIC X(01).
               05  FILLER              PIC X(05) VALUE " AND ".
               05  PL-DUTY-2           PIC X(01).
               05  FILLER              PIC X(03) VALUE SPACES.
               05  PL-TEXT             PIC X(40).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  PL-ADMIN            PIC X(15).
               05  FILLER              PIC X(23) VALUE SPACES.

           01  RPT-ACTIVITY-LINE.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  AL-OPERATOR         PIC X(08).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  AL-DUTY-1           PIC X(01).
               05  FILLER              PIC X(01) VALUE SPACE.
               05  AL-SOURCE-1         PIC X(18).
               05  AL-COUNT-1          PIC ZZZZ9.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  AL-DUTY-2           PIC X(01).
               05  FILLER              PIC X(01) VALUE SPACE.
               05  AL-SOURCE-2         PIC X(18).
               05  AL-COUNT-2          PIC ZZZZ9.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  AL-TEXT             PIC X(40).
               05  FILLER              PIC X(04) VALUE SPACES.

           01  RPT-COUNT-LINE.
               05  RCL-LABEL           PIC X(36).
               05  RCL-COUNT           PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(63) VALUE SPACES.
           01  RPT-NONE-LINE           PIC X(110)
               VALUE "  NONE".
           01  RPT-BLANK               PIC X(110) VALUE SPACES.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "RUL=".
               05  WS-PS-RUL       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "PRF=".
               05  WS-PS-PRF       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "AUD=".
               05  WS-PS-AUD       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(06)
                                   VALUE "RULES=".
               05  WS-PC-RULES
                                   PIC 9(03).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(10)
                                   VALUE "PROFILE-C=".
               05  WS-PC-PROFILE
                                   PIC 9(09).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(11)
                                   VALUE "ACTIVITY-C=".
               05  WS-PC-ACTIVITY
                                   PIC 9(09).

           COPY RETCODES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *> RESET EVERY SWITCH, COUNT, AND THE RETURN CODE EXPLICITLY -
      *> UNDER STATIC CALL, WORKING-STORAGE VALUE CLAUSES ONLY APPLY
      *> ON THE FIRST LOAD OF THE RUN UNIT, NOT ON EVERY CALL.
           MOVE 0 TO WS-RULE-SIZE.
           MOVE 0 TO WS-RULE-SKIPPED.
           MOVE 0 TO WS-ACT-SIZE.
           MOVE 0 TO WS-ACT-OVERFLOW.
           MOVE 0 TO WS-PROFILE-COUNT.
           MOVE 0 TO WS-ACTIVE-COUNT.
           MOVE 0 TO WS-AUDIT-SCANNED.
           MOVE 0 TO WS-AUDIT-USED.
           MOVE 0 TO WS-DEC-USED.
           MOVE 0 TO WS-REL-USED.
           MOVE 0 TO WS-PROFILE-CONFLICTS.
           MOVE 0 TO WS-ACTIVITY-CONFLICTS.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           PERFORM 1000-SET-REVIEW-DATE
               THRU 1000-EXIT.
           OPEN OUTPUT SOD-RPT.
           MOVE WS-REVIEW-DATE TO H-REVIEW-DATE.
           WRITE SOD-RPT-LINE FROM RPT-HEADING-1.
           WRITE SOD-RPT-LINE FROM RPT-HEADING-2.
           PERFORM 1100-LOAD-RULES
               THRU 1100-EXIT.
           IF WS-RULE-SIZE > 0
               PERFORM 2000-CHECK-PROFILES
                   THRU 2000-EXIT
               PERFORM 3000-GATHER-AUDIT-LOG
                   THRU 3000-EXIT
               PERFORM 3300-GATHER-DECISIONS
                   THRU 3300-EXIT
               PERFORM 3500-GATHER-RELEASES
                   THRU 3500-EXIT
               PERFORM 4000-CHECK-ACTIVITY
                   THRU 4000-EXIT
               PERFORM 8000-WRITE-TOTALS
                   THRU 8000-EXIT
           END-IF.
           CLOSE SOD-RPT.
           IF WS-PROFILE-CONFLICTS > 0 AND RC-NORMAL
               SET RC-WARNING TO TRUE
           END-IF.
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
      *  1000-SET-REVIEW-DATE - THE SOD-CTL CARD, ELSE THE RUN
      *  STAMP, ELSE TODAY.
      *----------------------------------------------------------*
       1000-SET-REVIEW-DATE.
           ACCEPT WS-REVIEW-DATE FROM DATE YYYYMMDD.
           IF WS-AUDIT-RUN-DATE NOT = LOW-VALUES
               AND WS-AUDIT-RUN-DATE NOT = SPACES
               MOVE WS-AUDIT-RUN-DATE TO WS-REVIEW-DATE
           END-IF.
           OPEN INPUT SOD-CTL.
           IF WS-CTL-FILE-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           READ SOD-CTL
               AT END
                   MOVE SPACES TO SOD-CTL-REC
           END-READ.
           IF SDC-RUN-DATE IS NUMERIC
               MOVE SDC-RUN-DATE TO WS-REVIEW-DATE
           END-IF.
           CLOSE SOD-CTL.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-LOAD-RULES - THE CONFLICT PAIRS, LISTED AT THE HEAD
      *  OF THE REPORT SO THE READER KNOWS WHAT WAS TESTED. A
      *  RULE WITHOUT TWO DIFFERENT DUTIES IS SKIPPED.
      *----------------------------------------------------------*
       1100-LOAD-RULES.
           MOVE "RULES IN FORCE (SOD-RULES)" TO RPT-SECTION-LINE.
           WRITE SOD-RPT-LINE FROM RPT-SECTION-LINE.
           OPEN INPUT SOD-RULES.
           IF WS-RULES-FILE-STATUS NOT = "00"
               DISPLAY "SOD-RULES OPEN FAILED, FILE STATUS="
                   WS-RULES-FILE-STATUS
               MOVE "  *** NO SOD-RULES FILE - NOTHING CAN BE TESTED"
                   TO RPT-SECTION-LINE
               WRITE SOD-RPT-LINE FROM RPT-SECTION-LINE
               MOVE "1100-LOAD-RULES" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 1150-LOAD-ONE-RULE
               THRU 1150-EXIT
               UNTIL END-OF-FILE.
           CLOSE SOD-RULES.
           IF WS-RULE-SIZE = 0
               DISPLAY "SOD-RULES HOLDS NO USABLE RULE"
               WRITE SOD-RPT-LINE FROM RPT-NONE-LINE
               MOVE "1100-LOAD-RULES" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
           IF WS-RULE-SKIPPED > 0
               DISPLAY "SOD-RULES RECORDS SKIPPED: " WS-RULE-SKIPPED
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
           END-IF.
           WRITE SOD-RPT-LINE FROM RPT-BLANK.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-RULE.
           READ SOD-RULES
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1150-EXIT
           END-IF.
           IF SOD-RULE-REC(1:1) = '*'
               OR SOD-RULE-REC = SPACES
               GO TO 1150-EXIT
           END-IF.
           IF SOD-DUTY-1 = SPACE OR SOD-DUTY-2 = SPACE
               OR SOD-DUTY-1 = SOD-DUTY-2
               OR WS-RULE-SIZE >= MAX-RULE-SIZE
               ADD 1 TO WS-RULE-SKIPPED
               GO TO 1150-EXIT
           END-IF.
           ADD 1 TO WS-RULE-SIZE.
           MOVE SOD-DUTY-1 TO RL-DUTY-1(WS-RULE-SIZE).
           MOVE SOD-DUTY-2 TO RL-DUTY-2(WS-RULE-SIZE).
           MOVE SOD-RULE-TEXT TO RL-TEXT(WS-RULE-SIZE).
           MOVE SPACES TO RPT-RULE-LINE.
           MOVE SOD-DUTY-1 TO RR-DUTY-1.
           MOVE SOD-DUTY-2 TO RR-DUTY-2.
           MOVE SOD-RULE-TEXT TO RR-TEXT.
           WRITE SOD-RPT-LINE FROM RPT-RULE-LINE.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-CHECK-PROFILES - EVERY ACTIVE PROFILE AGAINST EVERY
      *  RULE. A LOCKED-OUT OPERATOR IS STILL ACTIVE - THE LOCK
      *  COMES OFF WITH AN UNLOCK, NOT A REVIEW OF THE GRANTS.
      *----------------------------------------------------------*
       2000-CHECK-PROFILES.
           MOVE "PROFILE CONFLICTS - ACTIVE OPERATORS WHO MAY RUN "
               TO RPT-SECTION-LINE.
           MOVE "BOTH DUTIES OF A PAIR" TO RPT-SECTION-LINE(50:).
           WRITE SOD-RPT-LINE FROM RPT-SECTION-LINE.
           OPEN INPUT OPERATOR-PROFILE.
           IF WS-PROFILE-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR-PROFILE OPEN FAILED, FILE STATUS="
                   WS-PROFILE-FILE-STATUS
               MOVE "  *** NO OPERATOR-PROFILE FILE - NOT TESTED"
                   TO RPT-SECTION-LINE
               WRITE SOD-RPT-LINE FROM RPT-SECTION-LINE
               WRITE SOD-RPT-LINE FROM RPT-BLANK
               MOVE "2000-CHECK-PROFILES" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2100-CHECK-ONE-PROFILE
               THRU 2100-EXIT
               UNTIL END-OF-FILE.
           CLOSE OPERATOR-PROFILE.
           IF WS-PROFILE-CONFLICTS = 0
               WRITE SOD-RPT-LINE FROM RPT-NONE-LINE
           END-IF.
           WRITE SOD-RPT-LINE FROM RPT-BLANK.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-PROFILE.
           READ OPERATOR-PROFILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-PROFILE-COUNT.
           IF OPR-STATUS = 'I'
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-ACTIVE-COUNT.
           PERFORM 2200-CHECK-ONE-RULE
               THRU 2200-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-SIZE.
       2100-EXIT.
           EXIT.

       2200-CHECK-ONE-RULE.
           MOVE 0 TO WS-DUTY-HITS.
           INSPECT OPR-ALLOWED-CHOICES TALLYING WS-DUTY-HITS
               FOR ALL RL-DUTY-1(WS-RULE-IDX).
           INSPECT OPR-MORE-CHOICES TALLYING WS-DUTY-HITS
               FOR ALL RL-DUTY-1(WS-RULE-IDX).
           IF WS-DUTY-HITS = 0
               GO TO 2200-EXIT
           END-IF.
           MOVE 0 TO WS-DUTY-HITS.
           INSPECT OPR-ALLOWED-CHOICES TALLYING WS-DUTY-HITS
               FOR ALL RL-DUTY-2(WS-RULE-IDX).
           INSPECT OPR-MORE-CHOICES TALLYING WS-DUTY-HITS
               FOR ALL RL-DUTY-2(WS-RULE-IDX).
           IF WS-DUTY-HITS = 0
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-PROFILE-CONFLICTS.
           MOVE SPACES TO RPT-PROFILE-LINE.
           MOVE OPR-ID TO PL-OPERATOR.
           MOVE RL-DUTY-1(WS-RULE-IDX) TO PL-DUTY-1.
           MOVE RL-DUTY-2(WS-RULE-IDX) TO PL-DUTY-2.
           MOVE RL-TEXT(WS-RULE-IDX) TO PL-TEXT.
           IF OPR-ADMIN-FLAG = 'Y'
               MOVE "(ADMINISTRATOR)" TO PL-ADMIN
           END-IF.
           WRITE SOD-RPT-LINE FROM RPT-PROFILE-LINE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-GATHER-AUDIT-LOG - EVERY MENU DISPATCH ON THE RUN
      *  DATE UNDER REVIEW, BY THE OPERATOR WHO MADE IT.
      *----------------------------------------------------------*
       3000-GATHER-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT-LOG OPEN FAILED, FILE STATUS="
                   WS-AUDIT-FILE-STATUS
               MOVE "3000-GATHER-AUDIT-LOG" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3100-GATHER-ONE-AUDIT
               THRU 3100-EXIT
               UNTIL END-OF-FILE.
           CLOSE AUDIT-LOG.
       3000-EXIT.
           EXIT.

       3100-GATHER-ONE-AUDIT.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-AUDIT-SCANNED.
           IF AUD-RUN-DATE NOT = WS-REVIEW-DATE
               OR AUD-OPERATOR-ID = SPACES
               OR AUD-OPERATOR-ID = "BATCH"
               OR AUD-SHADOW-FLAG = 'Y'
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACE TO WS-NEW-DUTY.
           PERFORM 3150-MAP-ONE-PROGRAM
               THRU 3150-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > MAX-DUTY-MAP.
           IF WS-NEW-DUTY = SPACE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-AUDIT-USED.
           MOVE AUD-OPERATOR-ID TO WS-NEW-OPERATOR.
           MOVE AUD-PROGRAM-NAME TO WS-NEW-SOURCE.
           PERFORM 3900-NOTE-ACTIVITY
               THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

       3150-MAP-ONE-PROGRAM.
           IF DM-PROGRAM(WS-MAP-IDX) = AUD-PROGRAM-NAME
               MOVE DM-DUTY(WS-MAP-IDX) TO WS-NEW-DUTY
           END-IF.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3300-GATHER-DECISIONS - EVERY CLERK WHO DECIDED A
      *  NEAR-MISS ON THE DECISIONS FILE NOW ON DISK.
      *----------------------------------------------------------*
       3300-GATHER-DECISIONS.
           OPEN INPUT NEARMISS-DECISIONS.
           IF WS-DEC-FILE-STATUS NOT = "00"
               GO TO 3300-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3400-GATHER-ONE-DECISION
               THRU 3400-EXIT
               UNTIL END-OF-FILE.
           CLOSE NEARMISS-DECISIONS.
       3300-EXIT.
           EXIT.

       3400-GATHER-ONE-DECISION.
           READ NEARMISS-DECISIONS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 3400-EXIT
           END-IF.
           IF NMD-CLERK-ID = SPACES
               OR (NMD-DECISION NOT = 'A' AND NMD-DECISION NOT = 'R')
               GO TO 3400-EXIT
           END-IF.
           ADD 1 TO WS-DEC-USED.
           MOVE NMD-CLERK-ID TO WS-NEW-OPERATOR.
           MOVE 'N' TO WS-NEW-DUTY.
           MOVE "NEARMISS-DECISIONS" TO WS-NEW-SOURCE.
           PERFORM 3900-NOTE-ACTIVITY
               THRU 3900-EXIT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3500-GATHER-RELEASES - THE SUPERVISOR ON THE RELEASE
      *  REGISTER, ONCE PER RELEASE OR REJECTION, WHEN THE
      *  REGISTER IS FOR THE RUN DATE UNDER REVIEW.
      *----------------------------------------------------------*
       3500-GATHER-RELEASES.
           MOVE SPACES TO WS-REL-DATE.
           MOVE SPACES TO WS-REL-SUPERVISOR.
           OPEN INPUT SETTLE-RELEASE-RPT.
           IF WS-REL-FILE-STATUS NOT = "00"
               GO TO 3500-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3600-GATHER-ONE-RELEASE
               THRU 3600-EXIT
               UNTIL END-OF-FILE.
           CLOSE SETTLE-RELEASE-RPT.
       3500-EXIT.
           EXIT.

       3600-GATHER-ONE-RELEASE.
           READ SETTLE-RELEASE-RPT
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 3600-EXIT
           END-IF.
           IF RRH-TITLE = "HIGH-VALUE SETTLEMENT RELEASES - "
               MOVE RRH-RUN-DATE TO WS-REL-DATE
               MOVE RRH-SUPERVISOR TO WS-REL-SUPERVISOR
               GO TO 3600-EXIT
           END-IF.
           IF WS-REL-DATE NOT = WS-REVIEW-DATE
               OR WS-REL-SUPERVISOR = SPACES
               GO TO 3600-EXIT
           END-IF.
           IF RRD-DECISION NOT = "RELEASED"
               AND RRD-DECISION NOT = "REJECTED"
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WS-REL-USED.
           MOVE WS-REL-SUPERVISOR TO WS-NEW-OPERATOR.
           MOVE 'R' TO WS-NEW-DUTY.
           MOVE "SETTLE-RELEASE-RPT" TO WS-NEW-SOURCE.
           PERFORM 3900-NOTE-ACTIVITY
               THRU 3900-EXIT.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3900-NOTE-ACTIVITY - COUNT WS-NEW-OPERATOR DOING
      *  WS-NEW-DUTY, AS SEEN ON WS-NEW-SOURCE.
      *----------------------------------------------------------*
       3900-NOTE-ACTIVITY.
           MOVE 'N' TO WS-ACT-FOUND.
           PERFORM 3950-MATCH-ONE-ACTIVITY
               THRU 3950-EXIT
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-SIZE
               OR ACT-LISTED.
           IF ACT-LISTED
               SUBTRACT 1 FROM WS-ACT-IDX
               ADD 1 TO AC-COUNT(WS-ACT-IDX)
               GO TO 3900-EXIT
           END-IF.
           IF WS-ACT-SIZE >= MAX-ACT-SIZE
               ADD 1 TO WS-ACT-OVERFLOW
               GO TO 3900-EXIT
           END-IF.
           ADD 1 TO WS-ACT-SIZE.
           MOVE WS-NEW-OPERATOR TO AC-OPERATOR(WS-ACT-SIZE).
           MOVE WS-NEW-DUTY TO AC-DUTY(WS-ACT-SIZE).
           MOVE WS-NEW-SOURCE TO AC-SOURCE(WS-ACT-SIZE).
           MOVE 1 TO AC-COUNT(WS-ACT-SIZE).
       3900-EXIT.
           EXIT.

       3950-MATCH-ONE-ACTIVITY.
           IF AC-OPERATOR(WS-ACT-IDX) = WS-NEW-OPERATOR
               AND AC-DUTY(WS-ACT-IDX) = WS-NEW-DUTY
               AND AC-SOURCE(WS-ACT-IDX) = WS-NEW-SOURCE
               MOVE 'Y' TO WS-ACT-FOUND
           END-IF.
       3950-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-CHECK-ACTIVITY - FOR EACH OPERATOR SEEN (TAKEN AT
      *  THEIR FIRST ENTRY), EVERY RULE WHOSE TWO DUTIES THEY
      *  BOTH PERFORMED ON THE RUN DATE.
      *----------------------------------------------------------*
       4000-CHECK-ACTIVITY.
           MOVE SPACES TO RPT-SECTION-LINE.
           STRING "ACTIVITY CONFLICTS - ONE PERSON ON BOTH SIDES ON "
                      DELIMITED BY SIZE
                  "RUN DATE " DELIMITED BY SIZE
                  WS-REVIEW-DATE DELIMITED BY SIZE
               INTO RPT-SECTION-LINE
           END-STRING.
           WRITE SOD-RPT-LINE FROM RPT-SECTION-LINE.
           PERFORM 4100-CHECK-ONE-OPERATOR
               THRU 4100-EXIT
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-SIZE.
           IF WS-ACTIVITY-CONFLICTS = 0
               WRITE SOD-RPT-LINE FROM RPT-NONE-LINE
           ELSE
               DISPLAY "SEGREGATION-OF-DUTIES BREACHES ON "
                   WS-REVIEW-DATE ": " WS-ACTIVITY-CONFLICTS
               MOVE "4000-CHECK-ACTIVITY" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
           IF WS-ACT-OVERFLOW > 0
               DISPLAY "ACTIVITY TABLE FULL - ENTRIES NOT TESTED: "
                   WS-ACT-OVERFLOW
               MOVE "  *** ACTIVITY TABLE FULL - SOME ACTIVITY NOT "
                   TO RPT-SECTION-LINE
               MOVE "TESTED" TO RPT-SECTION-LINE(48:)
               WRITE SOD-RPT-LINE FROM RPT-SECTION-LINE
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
           END-IF.
           WRITE SOD-RPT-LINE FROM RPT-BLANK.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-OPERATOR.
           MOVE 'N' TO WS-ACT-FOUND.
           PERFORM 4150-SEEN-BEFORE
               THRU 4150-EXIT
               VARYING WS-ACT-SCAN FROM 1 BY 1
               UNTIL WS-ACT-SCAN >= WS-ACT-IDX
               OR ACT-LISTED.
           IF ACT-LISTED
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4200-CHECK-ONE-RULE
               THRU 4200-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-SIZE.
       4100-EXIT.
           EXIT.

       4150-SEEN-BEFORE.
           IF AC-OPERATOR(WS-ACT-SCAN) = AC-OPERATOR(WS-ACT-IDX)
               MOVE 'Y' TO WS-ACT-FOUND
           END-IF.
       4150-EXIT.
           EXIT.

       4200-CHECK-ONE-RULE.
           MOVE 0 TO WS-SIDE-1-IDX.
           MOVE 0 TO WS-SIDE-2-IDX.
           PERFORM 4250-FIND-ONE-SIDE
               THRU 4250-EXIT
               VARYING WS-ACT-SCAN FROM WS-ACT-IDX BY 1
               UNTIL WS-ACT-SCAN > WS-ACT-SIZE.
           IF WS-SIDE-1-IDX = 0 OR WS-SIDE-2-IDX = 0
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-ACTIVITY-CONFLICTS.
           MOVE SPACES TO RPT-ACTIVITY-LINE.
           MOVE AC-OPERATOR(WS-ACT-IDX) TO AL-OPERATOR.
           MOVE AC-DUTY(WS-SIDE-1-IDX) TO AL-DUTY-1.
           MOVE AC-SOURCE(WS-SIDE-1-IDX) TO AL-SOURCE-1.
           MOVE AC-COUNT(WS-SIDE-1-IDX) TO AL-COUNT-1.
           MOVE AC-DUTY(WS-SIDE-2-IDX) TO AL-DUTY-2.
           MOVE AC-SOURCE(WS-SIDE-2-IDX) TO AL-SOURCE-2.
           MOVE AC-COUNT(WS-SIDE-2-IDX) TO AL-COUNT-2.
           MOVE RL-TEXT(WS-RULE-IDX) TO AL-TEXT.
           WRITE SOD-RPT-LINE FROM RPT-ACTIVITY-LINE.
       4200-EXIT.
           EXIT.

      *> ONLY THE FIRST ENTRY FOR EACH SIDE IS KEPT - ONE LINE PER
      *> OPERATOR AND RULE IS ENOUGH TO PROVE THE BREACH.
       4250-FIND-ONE-SIDE.
           IF AC-OPERATOR(WS-ACT-SCAN) NOT = AC-OPERATOR(WS-ACT-IDX)
               GO TO 4250-EXIT
           END-IF.
           IF AC-DUTY(WS-ACT-SCAN) = RL-DUTY-1(WS-RULE-IDX)
               AND WS-SIDE-1-IDX = 0
               MOVE WS-ACT-SCAN TO WS-SIDE-1-IDX
           END-IF.
           IF AC-DUTY(WS-ACT-SCAN) = RL-DUTY-2(WS-RULE-IDX)
               AND WS-SIDE-2-IDX = 0
               MOVE WS-ACT-SCAN TO WS-SIDE-2-IDX
           END-IF.
       4250-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-TOTALS - WHAT WAS READ AND WHAT WAS FOUND.
      *----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE "TOTALS" TO RPT-SECTION-LINE.
           WRITE SOD-RPT-LINE FROM RPT-SECTION-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "RULES TESTED.......................:" TO RCL-LABEL.
           MOVE WS-RULE-SIZE TO RCL-COUNT.
           WRITE SOD-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "ACTIVE PROFILES....................:" TO RCL-LABEL.
           MOVE WS-ACTIVE-COUNT TO RCL-COUNT.
           WRITE SOD-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "MENU DISPATCHES ON RUN DATE........:" TO RCL-LABEL.
           MOVE WS-AUDIT-USED TO RCL-COUNT.
           WRITE SOD-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "NEAR-MISS DECISIONS................:" TO RCL-LABEL.
           MOVE WS-DEC-USED TO RCL-COUNT.
           WRITE SOD-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "RELEASE DECISIONS ON RUN DATE......:" TO RCL-LABEL.
           MOVE WS-REL-USED TO RCL-COUNT.
           WRITE SOD-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "PROFILE CONFLICTS..................:" TO RCL-LABEL.
           MOVE WS-PROFILE-CONFLICTS TO RCL-COUNT.
           WRITE SOD-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "ACTIVITY CONFLICTS.................:" TO RCL-LABEL.
           MOVE WS-ACTIVITY-CONFLICTS TO RCL-COUNT.
           WRITE SOD-RPT-LINE FROM RPT-COUNT-LINE.
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
           MOVE "SOD-REPORT"          TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-PROFILE-COUNT     TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-PROFILE-CONFLICTS TO AUD-OUTPUT-COUNT.
           MOVE WS-ACTIVITY-CONFLICTS TO AUD-OUTPUT-COUNT-2.
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
           MOVE WS-RULES-FILE-STATUS
               TO WS-PS-RUL.
           MOVE WS-PROFILE-FILE-STATUS
               TO WS-PS-PRF.
           MOVE WS-AUDIT-FILE-STATUS
               TO WS-PS-AUD.
           MOVE WS-RULE-SIZE TO WS-PC-RULES.
           MOVE WS-PROFILE-CONFLICTS TO WS-PC-PROFILE.
           MOVE WS-ACTIVITY-CONFLICTS TO WS-PC-ACTIVITY.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "SOD-REPORT"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE "SOD-RULES"
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM SOD-REPORT.
