      *> the results instead of scraping DISPLAY lines off the
      *> job log.
      *>
      *> Every code validated is also looked up on the indexed
      *> REFCODE-REGISTRY. A code the issuing desk has RETIRED or
      *> REVOKED fails with reason RET or REV whatever the four
      *> rules say, and a code still ISSUED is marked ACTIVE the
      *> first time it is seen - the registry's record that the
      *> code went into use. Codes not on the registry (those
      *> not issued here) are judged on the four rules alone. The
      *> lifecycle reason takes the disposition's fifth slot when
      *> all four rules also failed. No registry yet means no
      *> lifecycle check; a registry that will not open ends the
      *> run RC-ERROR after the rules have still been applied.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed as a step from
      *> BATCH-DRIVER without ending the whole run early.
           SELECT PALINDROME-DISP
               ASSIGN TO "PALINDROME-DISP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFCODE-REGISTRY
               ASSIGN TO "REFCODE-REGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-CODE
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT AUDIT-LOG
               ASSIGN TO "AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
           05  PD-REASON-3             PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PD-REASON-4             PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PD-REASON-5             PIC X(03).
      *> RET = RETIRED, REV = REVOKED ON THE REGISTRY.

       FD  REFCODE-REGISTRY
           LABEL RECORDS ARE STANDARD.
           COPY REFCODE.

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
      *> Set by OPER-MENU before the CALL to point this module at an
      *> operator-chosen file instead of PALINDROME-INPUT. IS EXTERNAL
      *> so the same storage is shared across the run unit;
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
      *> THE REGISTRY'S FILE STATUS REFLECTS THE LAST KEYED
      *> OPERATION (A CODE NOT ON IT LEAVES 23 THERE), SO WHETHER
      *> THE FILE IS OPEN IS TRACKED SEPARATELY.
           01  WS-REG-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  REGISTRY-IS-OPEN               VALUE 'Y'.
           01  WS-STAMP-DATE           PIC X(08) VALUE SPACES.
           01  WORD                    PIC X(80) VALUE 'TACOCAT'.
           01  WORD-LEN                PIC 9(04) VALUE 0.

           01  WS-TOTAL-NOT            PIC 9(09) VALUE 0.
           01  WS-TOTAL-PASS           PIC 9(09) VALUE 0.
           01  WS-TOTAL-FAIL           PIC 9(09) VALUE 0.
           01  WS-TOTAL-RETIRED        PIC 9(09) VALUE 0.
           01  WS-TOTAL-REVOKED        PIC 9(09) VALUE 0.
           01  WS-TOTAL-ACTIVATED      PIC 9(09) VALUE 0.

      *> THE REFERENCE-CODE STANDARD'S FIXED LENGTH RANGE,
      *> MEASURED ON THE NORMALIZED CODE.
           01  WS-RULE-LEN             PIC X(01) VALUE 'P'.
           01  WS-RULE-CHR             PIC X(01) VALUE 'P'.
           01  WS-RULE-CKD             PIC X(01) VALUE 'P'.
      *> THE REGISTRY LIFECYCLE VERDICT AND, ON A FAIL, ITS
      *> REASON CODE (RET OR REV).
           01  WS-RULE-LIFE            PIC X(01) VALUE 'P'.
           01  WS-LIFE-REASON          PIC X(03) VALUE SPACES.
           01  WS-REASON-COUNT         PIC 9(01) VALUE 0.

      *> MOD-10 (LUHN) WORK FIELDS: DIGITS ARE WEIGHTED RIGHT TO
               05  WS-PS-AUD       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "REG=".
               05  WS-PS-REG       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(05)
                                   VALUE "READ=".
           MOVE 0 TO WS-TOTAL-NOT.
           MOVE 0 TO WS-TOTAL-PASS.
           MOVE 0 TO WS-TOTAL-FAIL.
           MOVE 0 TO WS-TOTAL-RETIRED.
           MOVE 0 TO WS-TOTAL-REVOKED.
           MOVE 0 TO WS-TOTAL-ACTIVATED.
           MOVE 'N' TO WS-REG-OPEN-SWITCH.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           MOVE 'TACOCAT' TO WORD.
           PERFORM 1000-NORMALIZE
               THRU 1000-EXIT.
           END-IF.
           PERFORM 3000-BATCH-CHECK
               THRU 3000-EXIT.
           IF WS-TOTAL-FAIL > 0 AND RC-NORMAL
               SET RC-WARNING TO TRUE
           END-IF.
           MOVE PGM-RETURN-CODE TO RETURN-CODE.
           END-IF.
           OPEN INPUT PALINDROME-INPUT.
           OPEN OUTPUT PALINDROME-DISP.
           PERFORM 3050-OPEN-REGISTRY
               THRU 3050-EXIT.
           PERFORM 3100-CHECK-ONE-RECORD
               THRU 3100-EXIT
               UNTIL END-OF-INPUT.
           CLOSE PALINDROME-INPUT.
           CLOSE PALINDROME-DISP.
           IF REGISTRY-IS-OPEN
               CLOSE REFCODE-REGISTRY
           END-IF.
           DISPLAY "TOTAL RECORDS READ....: " WS-TOTAL-READ.
           DISPLAY "TOTAL PALINDROMES.....: " WS-TOTAL-PALINDROME.
           DISPLAY "TOTAL NOT PALINDROMES.: " WS-TOTAL-NOT.
           DISPLAY "TOTAL CODES PASSED....: " WS-TOTAL-PASS.
           DISPLAY "TOTAL CODES FAILED....: " WS-TOTAL-FAIL.
           DISPLAY "  OF WHICH RETIRED....: " WS-TOTAL-RETIRED.
           DISPLAY "  OF WHICH REVOKED....: " WS-TOTAL-REVOKED.
           DISPLAY "CODES NOW ACTIVE......: " WS-TOTAL-ACTIVATED.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3050-OPEN-REGISTRY - I-O, SO A FIRST-SEEN ISSUED CODE CAN
      *  BE MARKED ACTIVE. NOTHING ISSUED YET MEANS NO REGISTRY,
      *  AND NOTHING TO CHECK AGAINST.
      *----------------------------------------------------------*
       3050-OPEN-REGISTRY.
           OPEN I-O REFCODE-REGISTRY.
           IF WS-REG-FILE-STATUS = "35"
               DISPLAY "REFCODE-REGISTRY NOT FOUND - LIFECYCLE "
                   "NOT CHECKED"
               GO TO 3050-EXIT
           END-IF.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "REFCODE-REGISTRY OPEN FAILED, FILE STATUS="
                   WS-REG-FILE-STATUS
               MOVE "3050-OPEN-REGISTRY" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3050-EXIT
           END-IF.
           MOVE 'Y' TO WS-REG-OPEN-SWITCH.
       3050-EXIT.
           EXIT.

       3100-CHECK-ONE-RECORD.
           READ PALINDROME-INPUT
               AT END
               THRU 4200-EXIT.
           PERFORM 4300-RULE-CHECK-DIGIT
               THRU 4300-EXIT.
           PERFORM 4350-RULE-LIFECYCLE
               THRU 4350-EXIT.
           MOVE SPACES TO DISPOSITION-REC.
           MOVE VAL-VALUE TO PD-CODE.
           MOVE 0 TO WS-REASON-COUNT.
               PERFORM 4520-SET-REASON-CKD
                   THRU 4520-EXIT
           END-IF.
           IF WS-RULE-LIFE = 'F'
               PERFORM 4400-ADD-REASON
                   THRU 4400-EXIT
               PERFORM 4530-SET-REASON-LIFE
                   THRU 4530-EXIT
           END-IF.
           IF WS-REASON-COUNT = 0
               MOVE "PASS" TO PD-STATUS
               ADD 1 TO WS-TOTAL-PASS
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4350-RULE-LIFECYCLE - THE CODE (UPPER-CASED AND TRIMMED
      *  BY 1000-NORMALIZE, THE FORM THE REGISTRY IS KEYED ON)
      *  MUST NOT BE RETIRED OR REVOKED. AN ISSUED CODE SEEN FOR
      *  THE FIRST TIME IS MARKED ACTIVE.
      *----------------------------------------------------------*
       4350-RULE-LIFECYCLE.
           MOVE 'P' TO WS-RULE-LIFE.
           MOVE SPACES TO WS-LIFE-REASON.
           IF NOT REGISTRY-IS-OPEN OR WORD-LEN = 0
               GO TO 4350-EXIT
           END-IF.
           MOVE SPACES TO REF-CODE-REC.
           MOVE WORD(1:30) TO REF-CODE.
           READ REFCODE-REGISTRY
               INVALID KEY
                   GO TO 4350-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN REF-RETIRED
                   MOVE 'F' TO WS-RULE-LIFE
                   MOVE "RET" TO WS-LIFE-REASON
                   ADD 1 TO WS-TOTAL-RETIRED
               WHEN REF-REVOKED
                   MOVE 'F' TO WS-RULE-LIFE
                   MOVE "REV" TO WS-LIFE-REASON
                   ADD 1 TO WS-TOTAL-REVOKED
               WHEN REF-ISSUED
                   PERFORM 4360-MARK-ACTIVE
                       THRU 4360-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4350-EXIT.
           EXIT.

       4360-MARK-ACTIVE.
           MOVE 'A' TO REF-STATUS.
           MOVE WS-STAMP-DATE TO REF-ACTIVATED-DATE.
           MOVE WS-STAMP-DATE TO REF-STATUS-DATE.
           MOVE "PALINDROME-CHECK" TO REF-STATUS-BY.
           MOVE "FIRST SEEN IN USE" TO REF-STATUS-REASON.
           REWRITE REF-CODE-REC
               INVALID KEY
                   DISPLAY "REFCODE-REGISTRY REWRITE FAILED FOR "
                       REF-CODE ", FILE STATUS=" WS-REG-FILE-STATUS
                   MOVE "4360-MARK-ACTIVE" TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
                   GO TO 4360-EXIT
           END-REWRITE.
           ADD 1 TO WS-TOTAL-ACTIVATED.
       4360-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4400-ADD-REASON AND THE 45XX SETTERS - THE REASON CODES
      *  FILL THE DISPOSITION RECORD'S FIVE SLOTS LEFT TO RIGHT
      *  IN RULE ORDER.
      *----------------------------------------------------------*
       4400-ADD-REASON.
       4520-EXIT.
           EXIT.

       4530-SET-REASON-LIFE.
           EVALUATE WS-REASON-COUNT
               WHEN 1 MOVE WS-LIFE-REASON TO PD-REASON-1
               WHEN 2 MOVE WS-LIFE-REASON TO PD-REASON-2
               WHEN 3 MOVE WS-LIFE-REASON TO PD-REASON-3
               WHEN 4 MOVE WS-LIFE-REASON TO PD-REASON-4
               WHEN 5 MOVE WS-LIFE-REASON TO PD-REASON-5
               WHEN OTHER CONTINUE
           END-EVALUATE.
       4530-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3200-WRITE-AUDIT-LOG - APPEND ONE TRAIL RECORD TO THE
      *  SHARED AUDIT-LOG FILE FOR THIS RUN.
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
       3200-EXIT.
           END-IF.
           MOVE WS-AUDIT-FILE-STATUS
               TO WS-PS-AUD.
           MOVE WS-REG-FILE-STATUS
               TO WS-PS-REG.
           MOVE WS-TOTAL-READ TO WS-PC-READ.
           MOVE WS-TOTAL-FAIL TO WS-PC-FAILED.
           MOVE SPACES TO PROBLEM-LOG-REC.
