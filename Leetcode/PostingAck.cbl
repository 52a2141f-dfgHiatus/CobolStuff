      *>   - CARRIES EVERY POSTING SENT BUT NOT YET ACKNOWLEDGED
      *>     ACROSS RUNS ON POSTING-OUTSTANDING;
      *>   - ROLLS TODAY'S POSTING-SUMMARY RECORDS ONTO THAT FILE
      *>     (A RERUN OF THE SAME DATE, TARGET AND ENTITY
      *>     IS NOT DOUBLE-COUNTED);
      *>   - MATCHES THE ACKS AGAINST THE OUTSTANDING ITEMS AND
      *>     RETIRES THE ONES ACCOUNTING CONFIRMED; AND
      *>   - AGES WHAT IS LEFT, REPORTING ANYTHING OUTSTANDING
      *>     LONGER THAN THE POSTACK-CTL THRESHOLD (DEFAULT 5
      *>     BUSINESS DAYS) AND ENDING RC-WARNING SO UNACKNOWLEDGED
      *>     MONEY CHASES ITSELF INSTEAD OF WAITING FOR A
      *>     COMPLAINT.
      *> An ack that matches nothing outstanding is flagged too -
      *> it means accounting posted something we never sent, or
      *> acknowledged the same posting twice.
      *>
      *> Age is counted in business days from the shared
      *> BUSINESS-CAL calendar, not calendar days: accounting does
      *> not post over a weekend or a bank holiday, so a long
      *> weekend no longer turns every posting sent before it into
      *> an overdue warning nobody can act on.
      *>
      *> Each entity settled on the run posts its own summary, so
      *> an outstanding posting is known by its sent date, target
      *> AND entity; the ack carries the entity too (blank for the
      *> home book, as before) and only retires its own entity's
      *> posting. SETTLEMENT-POST's entity subtotal rows on the
      *> summary are not postings and are passed over.
      *>
      *> The day can now hold more than one matching cycle, each
      *> posting its own summary. A posting is known by its sent
      *> date AND cycle (with target and entity), carried on
      *> POSTING-OUTSTANDING and answered by the cycle on the ack;
      *> only a rerun of the same cycle counts as a duplicate, so
      *> the midday and night postings of one target are two
      *> postings to chase, not one. A blank cycle - on an ack or
      *> a carried posting from before cycles - is cycle 1.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

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

       FD  POSTING-ACKS
           LABEL RECORDS ARE STANDARD.
      *> ONE RECORD PER TARGET ACCOUNTING POSTED: THE SUMMARY RUN
      *> DATE, CYCLE, TARGET AND ENTITY IT ANSWERS, AND THEIR
      *> POSTING REFERENCE.
       01  POSTING-ACK-REC.
           05  ACK-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  ACK-POSTING-REF         PIC X(12).
           05  FILLER                  PIC X(02).
           05  ACK-ENTITY              PIC X(03).
           05  FILLER                  PIC X(02).
           05  ACK-CYCLE               PIC 9(02).
           05  FILLER                  PIC X(39).

       FD  POSTING-OUTSTANDING
           LABEL RECORDS ARE OMITTED.
           05  FILLER                  PIC X(02).
           05  OUT-TOTAL-AMOUNT        PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  OUT-ENTITY              PIC X(03).
           05  FILLER                  PIC X(02).
           05  OUT-CYCLE               PIC 9(02).

       FD  POSTACK-CTL
           LABEL RECORDS ARE STANDARD.
       01  POSTACK-CTL-REC.
           05  PAC-AGE-DAYS            PIC 9(03).
      *> BUSINESS DAYS A POSTING MAY SIT UNACKNOWLEDGED BEFORE IT IS
      *> REPORTED OVERDUE. ZERO OR NON-NUMERIC MEANS THE DEFAULT
      *> (5).
           05  FILLER                  PIC X(77).
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

           01  WS-SUM-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-ACK-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  END-OF-FILE                    VALUE 'Y'.

           01  WS-AGE-DAYS             PIC 9(03) VALUE 5.
           01  WS-ENTRY-AGE            PIC S9(08) VALUE 0.

      *> THE BUSINESS-CAL CALL INTERFACE.
           01  WS-CAL-FUNCTION         PIC X(01) IS EXTERNAL.
           01  WS-CAL-FROM-DATE        PIC X(08) IS EXTERNAL.
           01  WS-CAL-TO-DATE          PIC X(08) IS EXTERNAL.
           01  WS-CAL-DAYS             PIC S9(07) IS EXTERNAL.
           01  WS-CAL-RESULT-DATE      PIC X(08) IS EXTERNAL.
           01  WS-CAL-BUSINESS-DAY     PIC X(01) IS EXTERNAL.
           01  WS-CAL-STATUS           PIC X(02) IS EXTERNAL.

           01  WS-SUM-COUNT            PIC 9(09) VALUE 0.
           01  WS-ACK-COUNT            PIC 9(09) VALUE 0.
           01  WS-ACKED-COUNT          PIC 9(09) VALUE 0.
               05  WS-OUT-ENTRY OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-OUT-SIZE.
                   10  OT-SENT-DATE    PIC X(08).
                   10  OT-CYCLE        PIC 9(02).
                   10  OT-TARGET       PIC S9(05)V99.
                   10  OT-AMOUNT       PIC S9(09)V99.
                   10  OT-ENTITY       PIC X(03).
                   10  OT-ACKED        PIC X(01).
           01  WS-OUT-IDX              PIC 9(04) VALUE 0.
           01  WS-OUT-FOUND            PIC X(01) VALUE 'N'.
               88  OUTSTANDING-FOUND              VALUE 'Y'.
      *> THE CYCLE OF THE SUMMARY ROW OR ACK IN HAND, BLANK TAKEN
      *> AS 1.
           01  WS-IN-CYCLE             PIC 9(02) VALUE 1.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(33)
               05  H-RUN-DATE          PIC X(08).
               05  FILLER              PIC X(39) VALUE SPACES.
           01  RPT-HEADING-2.
               05  FILLER              PIC X(30)
                   VALUE "AGE THRESHOLD (BUSINESS DAYS):".
               05  H-AGE-DAYS          PIC ZZ9.
               05  FILLER              PIC X(47) VALUE SPACES.
           01  RPT-HEADING-3.
               05  FILLER              PIC X(13)
                   VALUE "SENT DATE CY".
               05  FILLER              PIC X(04) VALUE "ENT ".
               05  FILLER              PIC X(11) VALUE "    TARGET".
               05  FILLER              PIC X(16)
                   VALUE "         AMOUNT".
               05  FILLER              PIC X(07) VALUE "   DAYS".
               05  FILLER              PIC X(29) VALUE "  STATUS".
           01  RPT-HEADING-4           PIC X(80) VALUE SPACES.

           01  RPT-ITEM-LINE.
               05  IL-SENT-DATE        PIC X(08).
               05  FILLER              PIC X(01) VALUE SPACES.
               05  IL-CYCLE            PIC X(02).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  IL-ENTITY           PIC X(03).
               05  FILLER              PIC X(01) VALUE SPACES.
               05  IL-TARGET           PIC ZZZZ9.99-.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  IL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  IL-DAYS             PIC ZZZZ9.
               05  FILLER              PIC X(01) VALUE SPACES.
               05  IL-STATUS           PIC X(29).

           01  RPT-COUNT-LINE.
               05  RCL-LABEL           PIC X(30).
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-READ-POSTACK-CTL
               THRU 1000-EXIT.
           PERFORM 1100-LOAD-OUTSTANDING
           CLOSE POSTING-ACK-RPT.
           IF WS-OVERDUE-COUNT > 0 AND RC-NORMAL
               DISPLAY "POSTINGS UNACKNOWLEDGED OVER "
                   WS-AGE-DAYS " BUSINESS DAYS: " WS-OVERDUE-COUNT
               SET RC-WARNING TO TRUE
           END-IF.
           MOVE PGM-RETURN-CODE TO RETURN-CODE.
           ELSE
               MOVE 0 TO OT-AMOUNT(WS-OUT-SIZE)
           END-IF.
           MOVE OUT-ENTITY TO OT-ENTITY(WS-OUT-SIZE).
           IF OUT-CYCLE IS NUMERIC
               AND OUT-CYCLE > 0
               MOVE OUT-CYCLE TO OT-CYCLE(WS-OUT-SIZE)
           ELSE
               MOVE 1 TO OT-CYCLE(WS-OUT-SIZE)
           END-IF.
           MOVE 'N' TO OT-ACKED(WS-OUT-SIZE).
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-ROLL-IN-SUMMARY - ADD TODAY'S POSTING-SUMMARY
      *  RECORDS TO THE OUTSTANDING TABLE. A SENT DATE, CYCLE,
      *  TARGET AND ENTITY ALREADY ON THE TABLE IS A RERUN OF THE
      *  SAME SUMMARY, NOT A SECOND POSTING - COUNTED, NOT ADDED
      *  AGAIN.
      *  ENTITY SUBTOTAL ROWS ARE SKIPPED. A MISSING SUMMARY JUST
      *  MEANS THE SETTLEMENT STEP HASN'T RUN TODAY.
      *----------------------------------------------------------*
       1200-ROLL-IN-SUMMARY.
           MOVE 'N' TO WS-EOF-SWITCH.
           IF END-OF-FILE
               GO TO 1210-EXIT
           END-IF.
           IF POST-ENTITY-TOTAL
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-SUM-COUNT.
           IF POST-CYCLE IS NUMERIC
               AND POST-CYCLE > 0
               MOVE POST-CYCLE TO WS-IN-CYCLE
           ELSE
               MOVE 1 TO WS-IN-CYCLE
           END-IF.
           MOVE 'N' TO WS-OUT-FOUND.
           PERFORM 1220-MATCH-SENT-ENTRY
               THRU 1220-EXIT
           END-IF.
           ADD 1 TO WS-OUT-SIZE.
           MOVE POST-RUN-DATE TO OT-SENT-DATE(WS-OUT-SIZE).
           MOVE WS-IN-CYCLE TO OT-CYCLE(WS-OUT-SIZE).
           MOVE POST-TARGET-VALUE TO OT-TARGET(WS-OUT-SIZE).
           MOVE POST-TOTAL-AMOUNT TO OT-AMOUNT(WS-OUT-SIZE).
           MOVE POST-ENTITY TO OT-ENTITY(WS-OUT-SIZE).
           MOVE 'N' TO OT-ACKED(WS-OUT-SIZE).
       1210-EXIT.
           EXIT.

       1220-MATCH-SENT-ENTRY.
           IF OT-SENT-DATE(WS-OUT-IDX) = POST-RUN-DATE
               AND OT-CYCLE(WS-OUT-IDX) = WS-IN-CYCLE
               AND OT-TARGET(WS-OUT-IDX) = POST-TARGET-VALUE
               AND OT-ENTITY(WS-OUT-IDX) = POST-ENTITY
               MOVE 'Y' TO WS-OUT-FOUND
           END-IF.
       1220-EXIT.
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-ACK-COUNT.
           IF ACK-CYCLE IS NUMERIC
               AND ACK-CYCLE > 0
               MOVE ACK-CYCLE TO WS-IN-CYCLE
           ELSE
               MOVE 1 TO WS-IN-CYCLE
           END-IF.
           MOVE 'N' TO WS-OUT-FOUND.
           PERFORM 2110-MATCH-ONE-OUTSTANDING
               THRU 2110-EXIT
               ADD 1 TO WS-ACKED-COUNT
               MOVE SPACES TO RPT-ITEM-LINE
               MOVE OT-SENT-DATE(WS-OUT-IDX) TO IL-SENT-DATE
               MOVE OT-CYCLE(WS-OUT-IDX) TO IL-CYCLE
               MOVE OT-ENTITY(WS-OUT-IDX) TO IL-ENTITY
               MOVE OT-TARGET(WS-OUT-IDX) TO IL-TARGET
               MOVE OT-AMOUNT(WS-OUT-IDX) TO IL-AMOUNT
               MOVE SPACES TO IL-STATUS
               ADD 1 TO WS-ORPHAN-ACK-COUNT
               MOVE SPACES TO RPT-ITEM-LINE
               MOVE ACK-RUN-DATE TO IL-SENT-DATE
               MOVE WS-IN-CYCLE TO IL-CYCLE
               MOVE ACK-ENTITY TO IL-ENTITY
               IF ACK-TARGET-VALUE IS NUMERIC
                   MOVE ACK-TARGET-VALUE TO IL-TARGET
               END-IF
       2110-MATCH-ONE-OUTSTANDING.
           IF OT-ACKED(WS-OUT-IDX) = 'N'
               AND OT-SENT-DATE(WS-OUT-IDX) = ACK-RUN-DATE
               AND OT-CYCLE(WS-OUT-IDX) = WS-IN-CYCLE
               AND ACK-TARGET-VALUE IS NUMERIC
               AND OT-TARGET(WS-OUT-IDX) = ACK-TARGET-VALUE
               AND OT-ENTITY(WS-OUT-IDX) = ACK-ENTITY
               MOVE 'Y' TO WS-OUT-FOUND
               MOVE 'Y' TO OT-ACKED(WS-OUT-IDX)
           END-IF.
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           MOVE 'B' TO WS-CAL-FUNCTION.
           MOVE OT-SENT-DATE(WS-OUT-IDX) TO WS-CAL-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-CAL-TO-DATE.
           CALL "BUSINESS-CAL".
           IF WS-CAL-STATUS = "90"
               COMPUTE WS-ENTRY-AGE = WS-AGE-DAYS + 1
           ELSE
               MOVE WS-CAL-DAYS TO WS-ENTRY-AGE
           END-IF.
           MOVE SPACES TO RPT-ITEM-LINE.
           MOVE OT-SENT-DATE(WS-OUT-IDX) TO IL-SENT-DATE.
           MOVE OT-CYCLE(WS-OUT-IDX) TO IL-CYCLE.
           MOVE OT-ENTITY(WS-OUT-IDX) TO IL-ENTITY.
           MOVE OT-TARGET(WS-OUT-IDX) TO IL-TARGET.
           MOVE OT-AMOUNT(WS-OUT-IDX) TO IL-AMOUNT.
           IF WS-ENTRY-AGE >= 0
           MOVE OT-SENT-DATE(WS-OUT-IDX) TO OUT-SENT-DATE.
           MOVE OT-TARGET(WS-OUT-IDX) TO OUT-TARGET-VALUE.
           MOVE OT-AMOUNT(WS-OUT-IDX) TO OUT-TOTAL-AMOUNT.
           MOVE OT-ENTITY(WS-OUT-IDX) TO OUT-ENTITY.
           MOVE OT-CYCLE(WS-OUT-IDX) TO OUT-CYCLE.
           WRITE POSTING-OUT-REC.
       4100-EXIT.
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
