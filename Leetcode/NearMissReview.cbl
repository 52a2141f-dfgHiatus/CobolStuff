      *> and items awaiting a decision end the step RC-WARNING so
      *> they chase themselves instead of aging silently.
      *>
      *> An approved pair is also recorded on the SETTLED-PAIRS
      *> history as match-type 'A', with each item's amount and
      *> first-seen date from the near-miss record, so the match
      *> run treats it as settled and SETTLE-REVERSE can unwind
      *> it like any other posted match. Both records carry the
      *> customer and the legal entity the near-miss belongs to,
      *> so the approval posts to that entity's books (blank is
      *> the home entity).
      *>
      *> The match run also sends a payment whose remittance quoted
      *> item references here when the quoted items do not sum to
      *> it - a referenced short or over payment, flagged on the
      *> record and on the register, possibly with a third item.
      *> It is decided like any near-miss; an approval settles
      *> all of the quoted items and writes off the difference.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

               ASSIGN TO "SETTLEMENT-ADJUSTMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT SETTLED-PAIRS
               ASSIGN TO "SETTLED-PAIRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPH-FILE-STATUS.
           SELECT NEARMISS-RPT
               ASSIGN TO "NEARMISS-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  FILLER                  PIC X(02).
           05  NM-DIFFERENCE           PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  NM-AMOUNT-1             PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  NM-AMOUNT-2             PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  NM-FIRST-SEEN-1         PIC X(08).
           05  FILLER                  PIC X(02).
           05  NM-FIRST-SEEN-2         PIC X(08).
           05  FILLER                  PIC X(02).
      *> 'Y' = A REFERENCED SHORT OR OVER PAYMENT, WHICH MAY CARRY
      *> A THIRD QUOTED ITEM.
           05  NM-REFERENCED           PIC X(01).
           05  FILLER                  PIC X(02).
           05  NM-REF-3                PIC X(12).
           05  FILLER                  PIC X(02).
           05  NM-AMOUNT-3             PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  NM-FIRST-SEEN-3         PIC X(08).
           05  FILLER                  PIC X(02).
           05  NM-CUST-KEY             PIC X(10).
           05  FILLER                  PIC X(02).
           05  NM-ENTITY               PIC X(03).

       FD  NEARMISS-DECISIONS
           LABEL RECORDS ARE STANDARD.
           COPY SETTREC REPLACING ==SETTLEMENT-REC== BY
               ==SETT-ADJ-REC==.

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

       FD  NEARMISS-RPT
           LABEL RECORDS ARE OMITTED.
       01  NEARMISS-RPT-LINE           PIC X(110).
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
           01  WS-NM-FILE-STATUS       PIC X(02) VALUE SPACES.
           01  WS-DEC-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-ADJ-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-SPH-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RV-DISPOSITION      PIC X(30).

      *> PRINTED UNDER A REFERENCED SHORT OR OVER PAYMENT, WITH
      *> THE THIRD QUOTED ITEM WHEN THERE IS ONE.
           01  RPT-REFERENCED-LINE.
               05  FILLER              PIC X(11) VALUE SPACES.
               05  RRL-KIND            PIC X(27).
               05  RRL-REF-3-LABEL     PIC X(12).
               05  RRL-REF-3           PIC X(12).
               05  FILLER              PIC X(48) VALUE SPACES.

           01  RPT-COUNT-LINE.
               05  RCL-LABEL           PIC X(30).
               05  RCL-COUNT           PIC ZZZ,ZZZ,ZZ9.
           IF WS-ADJ-FILE-STATUS = "35"
               OPEN OUTPUT SETTLEMENT-ADJUSTMENTS
           END-IF.
           OPEN EXTEND SETTLED-PAIRS.
           IF WS-SPH-FILE-STATUS = "35"
               OPEN OUTPUT SETTLED-PAIRS
           END-IF.
           IF WS-SPH-FILE-STATUS NOT = "00"
               DISPLAY "SETTLED-PAIRS OPEN FAILED, FILE STATUS="
                   WS-SPH-FILE-STATUS
               MOVE "2000-REVIEW-NEAR-MISSES"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               CLOSE NEAR-MISS-REVIEW
               CLOSE SETTLEMENT-ADJUSTMENTS
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-REVIEW-ONE-ITEM
               THRU 2100-EXIT
               UNTIL END-OF-FILE.
           CLOSE NEAR-MISS-REVIEW.
           CLOSE SETTLEMENT-ADJUSTMENTS.
           CLOSE SETTLED-PAIRS.
       2000-EXIT.
           EXIT.

               ADD 1 TO WS-PENDING-COUNT
               MOVE "AWAITING DECISION" TO RV-DISPOSITION
               WRITE NEARMISS-RPT-LINE FROM RPT-REVIEW-LINE
               PERFORM 2150-WRITE-REFERENCED-LINE
                   THRU 2150-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE DC-CLERK-ID(WS-DEC-IDX) TO RV-CLERK-ID.
               MOVE "APPROVED - DIFF WRITTEN OFF" TO RV-DISPOSITION
               PERFORM 2300-WRITE-ADJUSTMENT
                   THRU 2300-EXIT
               PERFORM 2400-RECORD-SETTLED-PAIR
                   THRU 2400-EXIT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO RV-DISPOSITION
               END-STRING
           END-IF.
           WRITE NEARMISS-RPT-LINE FROM RPT-REVIEW-LINE.
           PERFORM 2150-WRITE-REFERENCED-LINE
               THRU 2150-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2150-WRITE-REFERENCED-LINE - A REFERENCED SHORT OR OVER
      *  PAYMENT GETS A SECOND REGISTER LINE SAYING WHICH, AND
      *  NAMING THE THIRD QUOTED ITEM IF THERE IS ONE. THE PAYMENT
      *  FELL SHORT WHEN THE ITEMS SUM TO MORE THAN THE TARGET.
      *----------------------------------------------------------*
       2150-WRITE-REFERENCED-LINE.
           IF NM-REFERENCED NOT = 'Y'
               GO TO 2150-EXIT
           END-IF.
           MOVE SPACES TO RRL-KIND.
           MOVE SPACES TO RRL-REF-3-LABEL.
           MOVE SPACES TO RRL-REF-3.
           IF NM-DIFFERENCE > 0
               MOVE "REFERENCED SHORT PAYMENT" TO RRL-KIND
           ELSE
               MOVE "REFERENCED OVERPAYMENT" TO RRL-KIND
           END-IF.
           IF NM-REF-3 NOT = SPACES
               MOVE "THIRD ITEM: " TO RRL-REF-3-LABEL
               MOVE NM-REF-3 TO RRL-REF-3
           END-IF.
           WRITE NEARMISS-RPT-LINE FROM RPT-REFERENCED-LINE.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-MATCH-DECISION - FIND THE (FIRST UNUSED) DECISION
      *  RECORD FOR THE NEAR-MISS IN HAND. EACH DECISION ANSWERS
           MOVE NM-TARGET           TO SETT-TARGET-VALUE.
           MOVE NM-REF-1            TO SETT-REF-1.
           MOVE NM-REF-2            TO SETT-REF-2.
           IF NM-REFERENCED = 'Y'
               MOVE NM-REF-3        TO SETT-REF-3
           ELSE
               MOVE SPACES          TO SETT-REF-3
           END-IF.
           MOVE 'A'                 TO SETT-MATCH-TYPE.
           MOVE NM-PAIR-SUM         TO SETT-MATCHED-AMOUNT.
      *> THE NEAR-MISS FILE CARRIES BASE-CURRENCY AMOUNTS ONLY.
           MOVE SPACES              TO SETT-ORIG-CURRENCY.
           MOVE NM-TARGET           TO SETT-ORIG-AMOUNT.
           MOVE NM-CUST-KEY         TO SETT-CUST-KEY.
           MOVE NM-ENTITY           TO SETT-ENTITY.
           WRITE SETT-ADJ-REC.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2400-RECORD-SETTLED-PAIR - THE APPROVED PAIR JOINS THE
      *  SETTLED-PAIRS HISTORY AT THE AMOUNT THAT POSTS, WITH ITS
      *  ITEMS AS THEY STOOD, READY FOR A LATER REVERSAL.
      *----------------------------------------------------------*
       2400-RECORD-SETTLED-PAIR.
           MOVE SPACES              TO SETTLED-PAIR-REC.
           MOVE WS-STAMP-DATE       TO SPH-SETTLED-DATE.
           MOVE NM-TARGET           TO SPH-TARGET.
           MOVE NM-REF-1            TO SPH-REF-1.
           MOVE NM-REF-2            TO SPH-REF-2.
           IF NM-REFERENCED = 'Y'
               MOVE NM-REF-3        TO SPH-REF-3
           ELSE
               MOVE SPACES          TO SPH-REF-3
           END-IF.
           MOVE 'A'                 TO SPH-MATCH-TYPE.
           MOVE NM-PAIR-SUM         TO SPH-MATCHED-AMOUNT.
           IF NM-AMOUNT-1 IS NUMERIC
               MOVE NM-AMOUNT-1     TO SPH-AMOUNT-1
           ELSE
               MOVE 0               TO SPH-AMOUNT-1
           END-IF.
           IF NM-AMOUNT-2 IS NUMERIC
               MOVE NM-AMOUNT-2     TO SPH-AMOUNT-2
           ELSE
               MOVE 0               TO SPH-AMOUNT-2
           END-IF.
           IF NM-REFERENCED = 'Y' AND NM-AMOUNT-3 IS NUMERIC
               MOVE NM-AMOUNT-3     TO SPH-AMOUNT-3
               MOVE NM-FIRST-SEEN-3 TO SPH-FIRST-SEEN-3
           ELSE
               MOVE 0               TO SPH-AMOUNT-3
           END-IF.
           MOVE NM-FIRST-SEEN-1     TO SPH-FIRST-SEEN-1.
           MOVE NM-FIRST-SEEN-2     TO SPH-FIRST-SEEN-2.
           MOVE NM-CUST-KEY         TO SPH-CUST-KEY.
           MOVE NM-ENTITY           TO SPH-ENTITY.
           WRITE SETTLED-PAIR-REC.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-FLAG-UNMATCHED-DECISIONS - A DECISION THAT ANSWERED
      *  NO NEAR-MISS ON THE FILE WAS KEYED AGAINST A STALE
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
