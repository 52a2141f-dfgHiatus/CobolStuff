       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-DUPCHECK.
       AUTHOR. DATA-PROCESSING.
      *> Periodic duplicate-customer suspect run. CUST-LOAD let
      *> duplicate keys through first-in-wins, and the master is
      *> known to hold the same customer under two keys with the
      *> name keyed slightly differently ("ACME  LTD" on one,
      *> "Acme Ltd" on the other). This step reads CUSTOMER-MASTER
      *> end to end and normalizes every CUST-VALUE with the same
      *> rules as the ReverseString transform engine - PRINTABLE
      *> (DROP NON-PRINTABLE BYTES), COLLAPSE (RUNS OF SPACES TO
      *> ONE), TRIM (LEADING BLANKS) - and then folds it to upper
      *> case. Two keys are suspects when:
      *>   - THEIR NORMALIZED NAMES ARE IDENTICAL ("SAME NAME");
      *>   - THEY DIFFER ONLY IN SPACING AND PUNCTUATION, I.E. ARE
      *>     IDENTICAL ONCE ONLY LETTERS AND DIGITS ARE KEPT
      *>     ("PUNCTUATION");
      *>   - THOSE LETTERS AND DIGITS ARE ONE CHARACTER APART - ONE
      *>     ADDED, DROPPED OR MISTYPED ("ONE CHAR OFF"). NAMES OF
      *>     FEWER THAN FOUR LETTERS AND DIGITS ARE NOT NEAR-MATCHED;
      *>     TOO MANY SHORT NAMES ARE ONE CHARACTER FROM EACH OTHER.
      *> Suspect pairs are chained into groups - if A looks like B
      *> and B like C, all three are one group - and CUST-DUP-RPT
      *> lists each group's pairs with both keys, both names as
      *> keyed, and the reason, for a clerk to decide. The clerk's
      *> remedy is CUST-MAINT's 'M' merge transaction; a key
      *> already merged away is left out of the comparison.
      *>
      *> Nothing is changed on the master. Suspects end the step
      *> RC-WARNING so they are not missed; more customers than the
      *> table holds ends it RC-ERROR with no report, and more
      *> suspect pairs than the pair table holds reports the first
      *> ones and says the report is incomplete.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER
               ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CUST-DUP-RPT
               ASSIGN TO "CUST-DUP-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
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
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAST.

       FD  CUST-DUP-RPT
           LABEL RECORDS ARE OMITTED.
       01  DUP-RPT-LINE                PIC X(110).

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

           01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.

      *> EVERY CUSTOMER STILL IN PLAY: THE NAME AS KEYED, ITS
      *> NORMALIZED FORM, AND ITS LETTERS AND DIGITS ALONE.
      *> DK-GROUP IS THE SUSPECT GROUP IT HAS BEEN CHAINED INTO,
      *> ZERO WHILE IT HAS NO SUSPECT.
           01  WS-DK-SIZE              PIC 9(04) VALUE 0.
           01  MAX-DK-SIZE             PIC 9(04) VALUE 5000.
           01  WS-DK-OVERFLOW          PIC 9(09) VALUE 0.
           01  WS-DK-TABLE.
               05  WS-DK-ENTRY OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-DK-SIZE.
                   10  DK-KEY          PIC X(10).
                   10  DK-VALUE        PIC X(30).
                   10  DK-STATUS       PIC X(01).
                   10  DK-NORM         PIC X(30).
                   10  DK-SQUEEZE      PIC X(30).
                   10  DK-SQ-LEN       PIC 9(02).
                   10  DK-GROUP        PIC 9(04).
           01  WS-DK-I                 PIC 9(04) VALUE 0.
           01  WS-DK-J                 PIC 9(04) VALUE 0.
           01  WS-DK-IDX               PIC 9(04) VALUE 0.

      *> THE SUSPECT PAIRS FOUND, BY TABLE POSITION.
           01  WS-PR-SIZE              PIC 9(04) VALUE 0.
           01  MAX-PR-SIZE             PIC 9(04) VALUE 2000.
           01  WS-PR-OVERFLOW          PIC 9(09) VALUE 0.
           01  WS-PR-TABLE.
               05  WS-PR-ENTRY OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-PR-SIZE.
                   10  PR-I            PIC 9(04).
                   10  PR-J            PIC 9(04).
                   10  PR-REASON       PIC X(12).
           01  WS-PR-IDX               PIC 9(04) VALUE 0.

           01  WS-GROUP-COUNT          PIC 9(04) VALUE 0.
           01  WS-GROUP-IDX            PIC 9(04) VALUE 0.
           01  WS-PRINT-GROUP          PIC 9(04) VALUE 0.
           01  WS-GROUP-PRINTED        PIC X(01) VALUE 'N'.
               88  GROUP-HAS-PAIRS                VALUE 'Y'.
           01  WS-OLD-GROUP            PIC 9(04) VALUE 0.
           01  WS-NEW-GROUP            PIC 9(04) VALUE 0.

      *> THE NORMALIZING WORK AREA, AS IN THE TRANSFORM ENGINE.
           01  WS-WORK-VALUE           PIC X(30) VALUE SPACES.
           01  WS-EDIT-VALUE           PIC X(30) VALUE SPACES.
           01  WS-EDIT-LEN             PIC 9(02) VALUE 0.
           01  WS-CHAR-IDX             PIC 9(02) VALUE 0.
           01  WS-ONE-CHAR             PIC X(01) VALUE SPACE.
           01  WS-PREV-WAS-SPACE       PIC X(01) VALUE 'N'.

      *> THE ONE-CHARACTER-APART TEST BETWEEN TWO SQUEEZED NAMES.
           01  WS-REASON               PIC X(12) VALUE SPACES.
           01  WS-LEN-A                PIC 9(02) VALUE 0.
           01  WS-LEN-B                PIC 9(02) VALUE 0.
           01  WS-POS-A                PIC 9(02) VALUE 0.
           01  WS-POS-B                PIC 9(02) VALUE 0.
           01  WS-EDIT-DIFFS           PIC 9(02) VALUE 0.
           01  WS-MIN-NEAR-LEN         PIC 9(02) VALUE 4.

           01  WS-MASTER-READ-COUNT    PIC 9(09) VALUE 0.
           01  WS-MERGED-SKIP-COUNT    PIC 9(09) VALUE 0.
           01  WS-SAME-COUNT           PIC 9(09) VALUE 0.
           01  WS-PUNCT-COUNT          PIC 9(09) VALUE 0.
           01  WS-NEAR-COUNT           PIC 9(09) VALUE 0.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(10) VALUE "RUN DATE: ".
               05  H-RUN-DATE          PIC X(08).
               05  FILLER              PIC X(92) VALUE SPACES.
           01  RPT-HEADING-2           PIC X(110)
               VALUE "DUPLICATE-CUSTOMER SUSPECTS".
           01  RPT-HEADING-3.
               05  FILLER              PIC X(06) VALUE "GROUP".
               05  FILLER              PIC X(12) VALUE "KEY".
               05  FILLER              PIC X(32) VALUE "NAME AS KEYED".
               05  FILLER              PIC X(12) VALUE "KEY".
               05  FILLER              PIC X(32) VALUE "NAME AS KEYED".
               05  FILLER              PIC X(16) VALUE "REASON".
           01  RPT-BLANK               PIC X(110) VALUE SPACES.

           01  RPT-PAIR-LINE.
               05  PL-GROUP            PIC ZZZ9.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  PL-KEY-1            PIC X(10).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  PL-NAME-1           PIC X(30).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  PL-KEY-2            PIC X(10).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  PL-NAME-2           PIC X(30).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  PL-REASON           PIC X(12).
               05  FILLER              PIC X(04) VALUE SPACES.

           01  RPT-COUNT-LINE.
               05  RCL-LABEL           PIC X(32).
               05  RCL-COUNT           PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(67) VALUE SPACES.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "MST=".
               05  WS-PS-MST       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "RPT=".
               05  WS-PS-RPT       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(08)
                                   VALUE "MASTER=".
               05  WS-PC-MASTER
                                   PIC 9(09).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(06)
                                   VALUE "PAIRS=".
               05  WS-PC-PAIRS
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
           MOVE 0 TO WS-DK-SIZE.
           MOVE 0 TO WS-DK-OVERFLOW.
           MOVE 0 TO WS-PR-SIZE.
           MOVE 0 TO WS-PR-OVERFLOW.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 0 TO WS-PRINT-GROUP.
           MOVE 0 TO WS-MASTER-READ-COUNT.
           MOVE 0 TO WS-MERGED-SKIP-COUNT.
           MOVE 0 TO WS-SAME-COUNT.
           MOVE 0 TO WS-PUNCT-COUNT.
           MOVE 0 TO WS-NEAR-COUNT.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-LOAD-CUSTOMERS
               THRU 1000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 2000-COMPARE-ONE-CUSTOMER
               THRU 2000-EXIT
               VARYING WS-DK-I FROM 1 BY 1
               UNTIL WS-DK-I >= WS-DK-SIZE.
           PERFORM 3000-WRITE-REPORT
               THRU 3000-EXIT.
           DISPLAY "CUSTOMERS READ:        " WS-MASTER-READ-COUNT.
           DISPLAY "MERGED KEYS SKIPPED:   " WS-MERGED-SKIP-COUNT.
           DISPLAY "SUSPECT PAIRS:         " WS-PR-SIZE.
           DISPLAY "SUSPECT GROUPS:        " WS-PRINT-GROUP.
           IF WS-PR-OVERFLOW > 0
               DISPLAY "MORE THAN " MAX-PR-SIZE " SUSPECT PAIRS - "
                   WS-PR-OVERFLOW " NOT REPORTED"
           END-IF.
           IF WS-PR-SIZE > 0
               AND RC-NORMAL
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
      *  1000-LOAD-CUSTOMERS - READ THE MASTER IN KEY ORDER AND
      *  NORMALIZE EVERY NAME STILL IN PLAY.
      *----------------------------------------------------------*
       1000-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, FILE STATUS="
                   WS-MASTER-FILE-STATUS
               MOVE "1000-LOAD-CUSTOMERS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-CUSTOMER
               THRU 1100-EXIT
               UNTIL END-OF-FILE.
           CLOSE CUSTOMER-MASTER.
           IF WS-DK-OVERFLOW > 0
               DISPLAY "CUSTOMER-MASTER HOLDS MORE THAN " MAX-DK-SIZE
                   " CUSTOMERS - " WS-DK-OVERFLOW " NOT LOADED - "
                   "NO REPORT WRITTEN"
               MOVE "1000-LOAD-CUSTOMERS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-CUSTOMER.
           READ CUSTOMER-MASTER
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-MASTER-READ-COUNT.
           IF CUST-MERGED-INTO NOT = SPACES
               ADD 1 TO WS-MERGED-SKIP-COUNT
               GO TO 1100-EXIT
           END-IF.
           IF WS-DK-SIZE >= MAX-DK-SIZE
               ADD 1 TO WS-DK-OVERFLOW
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-DK-SIZE.
           MOVE CUST-KEY TO DK-KEY(WS-DK-SIZE).
           MOVE CUST-VALUE TO DK-VALUE(WS-DK-SIZE).
           MOVE CUST-STATUS TO DK-STATUS(WS-DK-SIZE).
           MOVE 0 TO DK-GROUP(WS-DK-SIZE).
           MOVE CUST-VALUE TO WS-WORK-VALUE.
           PERFORM 1200-DROP-NONPRINT
               THRU 1200-EXIT.
           PERFORM 1300-COLLAPSE-SPACES
               THRU 1300-EXIT.
           PERFORM 1400-TRIM-BLANKS
               THRU 1400-EXIT.
           MOVE FUNCTION UPPER-CASE(WS-WORK-VALUE)
               TO DK-NORM(WS-DK-SIZE).
           MOVE DK-NORM(WS-DK-SIZE) TO WS-WORK-VALUE.
           PERFORM 1500-SQUEEZE-NAME
               THRU 1500-EXIT.
           MOVE WS-EDIT-VALUE TO DK-SQUEEZE(WS-DK-SIZE).
           MOVE WS-EDIT-LEN TO DK-SQ-LEN(WS-DK-SIZE).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-DROP-NONPRINT - KEEP ONLY THE PRINTABLE RANGE
      *  (SPACE THROUGH TILDE), CLOSING UP THE VALUE.
      *----------------------------------------------------------*
       1200-DROP-NONPRINT.
           MOVE SPACES TO WS-EDIT-VALUE.
           MOVE 0 TO WS-EDIT-LEN.
           PERFORM 1210-KEEP-ONE-CHAR
               THRU 1210-EXIT
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 30.
           MOVE WS-EDIT-VALUE TO WS-WORK-VALUE.
       1200-EXIT.
           EXIT.

       1210-KEEP-ONE-CHAR.
           MOVE WS-WORK-VALUE(WS-CHAR-IDX:1) TO WS-ONE-CHAR.
           IF WS-ONE-CHAR >= SPACE AND WS-ONE-CHAR <= "~"
               ADD 1 TO WS-EDIT-LEN
               MOVE WS-ONE-CHAR TO WS-EDIT-VALUE(WS-EDIT-LEN:1)
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1300-COLLAPSE-SPACES - RUNS OF TWO OR MORE SPACES INSIDE
      *  THE VALUE BECOME A SINGLE SPACE.
      *----------------------------------------------------------*
       1300-COLLAPSE-SPACES.
           MOVE SPACES TO WS-EDIT-VALUE.
           MOVE 0 TO WS-EDIT-LEN.
           MOVE 'N' TO WS-PREV-WAS-SPACE.
           PERFORM 1310-COLLAPSE-ONE-CHAR
               THRU 1310-EXIT
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 30.
           MOVE WS-EDIT-VALUE TO WS-WORK-VALUE.
       1300-EXIT.
           EXIT.

       1310-COLLAPSE-ONE-CHAR.
           MOVE WS-WORK-VALUE(WS-CHAR-IDX:1) TO WS-ONE-CHAR.
           IF WS-ONE-CHAR = SPACE
               IF WS-PREV-WAS-SPACE = 'N'
                   ADD 1 TO WS-EDIT-LEN
                   MOVE WS-ONE-CHAR
                       TO WS-EDIT-VALUE(WS-EDIT-LEN:1)
               END-IF
               MOVE 'Y' TO WS-PREV-WAS-SPACE
           ELSE
               ADD 1 TO WS-EDIT-LEN
               MOVE WS-ONE-CHAR TO WS-EDIT-VALUE(WS-EDIT-LEN:1)
               MOVE 'N' TO WS-PREV-WAS-SPACE
           END-IF.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1400-TRIM-BLANKS - REMOVE LEADING BLANKS (TRAILING ONES
      *  VANISH WITH THE LEFT-JUSTIFIED MOVE INTO THE FIXED
      *  FIELD).
      *----------------------------------------------------------*
       1400-TRIM-BLANKS.
           MOVE FUNCTION TRIM(WS-WORK-VALUE) TO WS-EDIT-VALUE.
           MOVE WS-EDIT-VALUE TO WS-WORK-VALUE.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1500-SQUEEZE-NAME - THE NORMALIZED NAME'S LETTERS AND
      *  DIGITS ALONE, INTO WS-EDIT-VALUE, WITH THEIR COUNT IN
      *  WS-EDIT-LEN.
      *----------------------------------------------------------*
       1500-SQUEEZE-NAME.
           MOVE SPACES TO WS-EDIT-VALUE.
           MOVE 0 TO WS-EDIT-LEN.
           PERFORM 1510-SQUEEZE-ONE-CHAR
               THRU 1510-EXIT
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 30.
       1500-EXIT.
           EXIT.

       1510-SQUEEZE-ONE-CHAR.
           MOVE WS-WORK-VALUE(WS-CHAR-IDX:1) TO WS-ONE-CHAR.
           IF (WS-ONE-CHAR >= "A" AND WS-ONE-CHAR <= "Z")
               OR (WS-ONE-CHAR >= "0" AND WS-ONE-CHAR <= "9")
               ADD 1 TO WS-EDIT-LEN
               MOVE WS-ONE-CHAR TO WS-EDIT-VALUE(WS-EDIT-LEN:1)
           END-IF.
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-COMPARE-ONE-CUSTOMER - TEST THIS CUSTOMER AGAINST
      *  EVERY CUSTOMER AFTER IT IN THE TABLE, SO EACH PAIR IS
      *  TESTED ONCE.
      *----------------------------------------------------------*
       2000-COMPARE-ONE-CUSTOMER.
           IF DK-SQ-LEN(WS-DK-I) = 0
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-DK-J = WS-DK-I + 1.
           PERFORM 2100-COMPARE-ONE-PAIR
               THRU 2100-EXIT
               VARYING WS-DK-J FROM WS-DK-J BY 1
               UNTIL WS-DK-J > WS-DK-SIZE.
       2000-EXIT.
           EXIT.

       2100-COMPARE-ONE-PAIR.
           IF DK-SQ-LEN(WS-DK-J) = 0
               GO TO 2100-EXIT
           END-IF.
           IF DK-NORM(WS-DK-I) = DK-NORM(WS-DK-J)
               MOVE "SAME NAME" TO WS-REASON
               ADD 1 TO WS-SAME-COUNT
               PERFORM 2300-NOTE-SUSPECT-PAIR
                   THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF DK-SQUEEZE(WS-DK-I) = DK-SQUEEZE(WS-DK-J)
               MOVE "PUNCTUATION" TO WS-REASON
               ADD 1 TO WS-PUNCT-COUNT
               PERFORM 2300-NOTE-SUSPECT-PAIR
                   THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF DK-SQ-LEN(WS-DK-I) < WS-MIN-NEAR-LEN
               OR DK-SQ-LEN(WS-DK-J) < WS-MIN-NEAR-LEN
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-COUNT-EDIT-DIFFS
               THRU 2200-EXIT.
           IF WS-EDIT-DIFFS = 1
               MOVE "ONE CHAR OFF" TO WS-REASON
               ADD 1 TO WS-NEAR-COUNT
               PERFORM 2300-NOTE-SUSPECT-PAIR
                   THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-COUNT-EDIT-DIFFS - HOW FAR APART THE TWO SQUEEZED
      *  NAMES ARE, COUNTING ONLY AS FAR AS 2: A WALK DOWN BOTH
      *  THAT, AT THE FIRST MISMATCH, SKIPS A CHARACTER OF THE
      *  LONGER NAME (ONE ADDED OR DROPPED) OR OF BOTH (ONE
      *  MISTYPED). NAMES WHOSE LENGTHS DIFFER BY MORE THAN ONE
      *  ARE 2 APART WITHOUT THE WALK.
      *----------------------------------------------------------*
       2200-COUNT-EDIT-DIFFS.
           MOVE DK-SQ-LEN(WS-DK-I) TO WS-LEN-A.
           MOVE DK-SQ-LEN(WS-DK-J) TO WS-LEN-B.
           MOVE 2 TO WS-EDIT-DIFFS.
           IF WS-LEN-A > WS-LEN-B + 1
               OR WS-LEN-B > WS-LEN-A + 1
               GO TO 2200-EXIT
           END-IF.
           MOVE 0 TO WS-EDIT-DIFFS.
           MOVE 1 TO WS-POS-A.
           MOVE 1 TO WS-POS-B.
           PERFORM 2210-WALK-ONE-CHAR
               THRU 2210-EXIT
               UNTIL WS-POS-A > WS-LEN-A
               OR WS-POS-B > WS-LEN-B
               OR WS-EDIT-DIFFS > 1.
      *> WHATEVER IS LEFT OF EITHER NAME AFTER THE WALK DIFFERS.
           IF WS-POS-A <= WS-LEN-A
               COMPUTE WS-EDIT-DIFFS =
                   WS-EDIT-DIFFS + WS-LEN-A - WS-POS-A + 1
           END-IF.
           IF WS-POS-B <= WS-LEN-B
               COMPUTE WS-EDIT-DIFFS =
                   WS-EDIT-DIFFS + WS-LEN-B - WS-POS-B + 1
           END-IF.
       2200-EXIT.
           EXIT.

       2210-WALK-ONE-CHAR.
           IF DK-SQUEEZE(WS-DK-I)(WS-POS-A:1)
               = DK-SQUEEZE(WS-DK-J)(WS-POS-B:1)
               ADD 1 TO WS-POS-A
               ADD 1 TO WS-POS-B
               GO TO 2210-EXIT
           END-IF.
           ADD 1 TO WS-EDIT-DIFFS.
           EVALUATE TRUE
               WHEN WS-LEN-A > WS-LEN-B
                   ADD 1 TO WS-POS-A
               WHEN WS-LEN-B > WS-LEN-A
                   ADD 1 TO WS-POS-B
               WHEN OTHER
                   ADD 1 TO WS-POS-A
                   ADD 1 TO WS-POS-B
           END-EVALUATE.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2300-NOTE-SUSPECT-PAIR - KEEP THE PAIR AND CHAIN BOTH
      *  KEYS INTO ONE GROUP: A NEW GROUP WHEN NEITHER HAS ONE,
      *  THE OTHER'S GROUP WHEN ONE HAS, AND WHEN BOTH HAVE
      *  DIFFERENT GROUPS THE SECOND GROUP IS FOLDED INTO THE
      *  FIRST.
      *----------------------------------------------------------*
       2300-NOTE-SUSPECT-PAIR.
           IF WS-PR-SIZE >= MAX-PR-SIZE
               ADD 1 TO WS-PR-OVERFLOW
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-PR-SIZE.
           MOVE WS-DK-I TO PR-I(WS-PR-SIZE).
           MOVE WS-DK-J TO PR-J(WS-PR-SIZE).
           MOVE WS-REASON TO PR-REASON(WS-PR-SIZE).
           EVALUATE TRUE
               WHEN DK-GROUP(WS-DK-I) = 0
                   AND DK-GROUP(WS-DK-J) = 0
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO DK-GROUP(WS-DK-I)
                   MOVE WS-GROUP-COUNT TO DK-GROUP(WS-DK-J)
               WHEN DK-GROUP(WS-DK-I) = 0
                   MOVE DK-GROUP(WS-DK-J) TO DK-GROUP(WS-DK-I)
               WHEN DK-GROUP(WS-DK-J) = 0
                   MOVE DK-GROUP(WS-DK-I) TO DK-GROUP(WS-DK-J)
               WHEN DK-GROUP(WS-DK-I) NOT = DK-GROUP(WS-DK-J)
                   MOVE DK-GROUP(WS-DK-J) TO WS-OLD-GROUP
                   MOVE DK-GROUP(WS-DK-I) TO WS-NEW-GROUP
                   PERFORM 2310-FOLD-ONE-GROUP-ENTRY
                       THRU 2310-EXIT
                       VARYING WS-DK-IDX FROM 1 BY 1
                       UNTIL WS-DK-IDX > WS-DK-SIZE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       2310-FOLD-ONE-GROUP-ENTRY.
           IF DK-GROUP(WS-DK-IDX) = WS-OLD-GROUP
               MOVE WS-NEW-GROUP TO DK-GROUP(WS-DK-IDX)
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-WRITE-REPORT - THE PAIRS GROUP BY GROUP, GROUPS
      *  RENUMBERED IN PRINT ORDER (GROUPS FOLDED INTO ANOTHER
      *  LEAVE GAPS OTHERWISE), THEN THE COUNTS.
      *----------------------------------------------------------*
       3000-WRITE-REPORT.
           OPEN OUTPUT CUST-DUP-RPT.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "CUST-DUP-RPT OPEN FAILED, FILE STATUS="
                   WS-RPT-FILE-STATUS
               MOVE "3000-WRITE-REPORT" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           WRITE DUP-RPT-LINE FROM RPT-HEADING-1.
           WRITE DUP-RPT-LINE FROM RPT-HEADING-2.
           WRITE DUP-RPT-LINE FROM RPT-BLANK.
           WRITE DUP-RPT-LINE FROM RPT-HEADING-3.
           WRITE DUP-RPT-LINE FROM RPT-BLANK.
           PERFORM 3100-WRITE-ONE-GROUP
               THRU 3100-EXIT
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "CUSTOMERS READ.................:" TO RCL-LABEL.
           MOVE WS-MASTER-READ-COUNT TO RCL-COUNT.
           WRITE DUP-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "MERGED KEYS NOT COMPARED.......:" TO RCL-LABEL.
           MOVE WS-MERGED-SKIP-COUNT TO RCL-COUNT.
           WRITE DUP-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "PAIRS - SAME NAME..............:" TO RCL-LABEL.
           MOVE WS-SAME-COUNT TO RCL-COUNT.
           WRITE DUP-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "PAIRS - PUNCTUATION............:" TO RCL-LABEL.
           MOVE WS-PUNCT-COUNT TO RCL-COUNT.
           WRITE DUP-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "PAIRS - ONE CHAR OFF...........:" TO RCL-LABEL.
           MOVE WS-NEAR-COUNT TO RCL-COUNT.
           WRITE DUP-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "SUSPECT GROUPS.................:" TO RCL-LABEL.
           MOVE WS-PRINT-GROUP TO RCL-COUNT.
           WRITE DUP-RPT-LINE FROM RPT-COUNT-LINE.
           IF WS-PR-OVERFLOW > 0
               MOVE SPACES TO RPT-COUNT-LINE
               MOVE "PAIRS NOT REPORTED - TABLE FULL:" TO RCL-LABEL
               MOVE WS-PR-OVERFLOW TO RCL-COUNT
               WRITE DUP-RPT-LINE FROM RPT-COUNT-LINE
           END-IF.
           CLOSE CUST-DUP-RPT.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-GROUP.
           MOVE 'N' TO WS-GROUP-PRINTED.
           PERFORM 3110-WRITE-ONE-PAIR
               THRU 3110-EXIT
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-SIZE.
           IF GROUP-HAS-PAIRS
               WRITE DUP-RPT-LINE FROM RPT-BLANK
           END-IF.
       3100-EXIT.
           EXIT.

       3110-WRITE-ONE-PAIR.
           IF DK-GROUP(PR-I(WS-PR-IDX)) NOT = WS-GROUP-IDX
               GO TO 3110-EXIT
           END-IF.
           IF NOT GROUP-HAS-PAIRS
               MOVE 'Y' TO WS-GROUP-PRINTED
               ADD 1 TO WS-PRINT-GROUP
           END-IF.
           MOVE SPACES TO RPT-PAIR-LINE.
           MOVE WS-PRINT-GROUP TO PL-GROUP.
           MOVE DK-KEY(PR-I(WS-PR-IDX)) TO PL-KEY-1.
           MOVE DK-VALUE(PR-I(WS-PR-IDX)) TO PL-NAME-1.
           MOVE DK-KEY(PR-J(WS-PR-IDX)) TO PL-KEY-2.
           MOVE DK-VALUE(PR-J(WS-PR-IDX)) TO PL-NAME-2.
           MOVE PR-REASON(WS-PR-IDX) TO PL-REASON.
           WRITE DUP-RPT-LINE FROM RPT-PAIR-LINE.
       3110-EXIT.
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
           MOVE "CUST-DUPCHECK"      TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-MASTER-READ-COUNT TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-PR-SIZE           TO AUD-OUTPUT-COUNT.
           MOVE WS-PRINT-GROUP       TO AUD-OUTPUT-COUNT-2.
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
           MOVE WS-MASTER-FILE-STATUS
               TO WS-PS-MST.
           MOVE WS-RPT-FILE-STATUS
               TO WS-PS-RPT.
           MOVE WS-MASTER-READ-COUNT TO WS-PC-MASTER.
           MOVE WS-PR-SIZE TO WS-PC-PAIRS.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "CUST-DUPCHECK"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE "CUSTOMER-MASTER"
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM CUST-DUPCHECK.
