       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLE-STREAM.
       AUTHOR. DATA-PROCESSING.
      *> The second night job stream. BATCH-DRIVER chains the
      *> front-end and quality modules; everything downstream of
      *> the match run (NEARMISS-REVIEW, SETTLEMENT-POST,
      *> GL-EXTRACT, POSTING-ACK, SETTLE-CLOSE, CODE-ISSUE,
      *> APPLY-CORRECTIONS, QUALITY-SCORE) used to be submitted by
      *> hand in an order the night shift kept on a sticky note.
      *> SETTLE-PROOF closes the stream, proving the night's money
      *> end to end once the journal and the acks are done.
      *> SETTLE-REVERSE runs ahead of the posting so requested
      *> reversals post and journal the same night. GL-BALANCE
      *> carries each night's journal into the running account
      *> balances once GL-EXTRACT has built it. WRITEOFF-PROPOSE
      *> puts the night's aged open items up for the supervisor's
      *> write-off review. FX-REVALUE adds the night's realized
      *> and month-end unrealized exchange gain and loss to the
      *> adjustments ahead of the posting. CUST-STATEMENT prints
      *> the month-end customer statements and remittance advice.
      *> CUST-FEED sends the night's customer changes, corrections
      *> included, out to the regional offices.
      *>
      *> Unlike BATCH-DRIVER this stream is dependency-driven
      *> rather than a straight COND-code chain. Each step in the
      *> stream table names up to three predecessor steps and,
      *> optionally, a file that must have arrived before it may
      *> start:
      *>   - A STEP RUNS ONLY WHEN EVERY PREDECESSOR HAS ENDED RC 4
      *>     OR LESS TONIGHT (OR COMPLETED ON AN EARLIER ATTEMPT
      *>     RECORDED ON THE CHECKPOINT);
      *>   - A PREDECESSOR THAT FAILED, OR WAS ITSELF HELD, HOLDS
      *>     ITS DEPENDENTS ("HELD-PRED NNN") - AND ONLY THEM. STEPS
      *>     ON OTHER BRANCHES CARRY ON, SO A FAILED POSTING NO
      *>     LONGER STOPS THE CODE-ISSUE OR QUALITY WORK;
      *>   - A STEP WHOSE WAIT FILE HAS NOT ARRIVED (POSTING-ACK
      *>     WAITS FOR ACCOUNTING'S POSTING-ACKS) IS HELD "AWAITING
      *>     FILE" AND THE STREAM ENDS AT LEAST RC-WARNING.
      *>     POSTING-ACKS IS NEVER REMOVED ONCE PROCESSED, SO IT
      *>     COUNTS AS ARRIVED ONLY WHEN IT HOLDS AN ACK FOR THE
      *>     SETTLEMENT DATE AND CYCLE THE STREAM IS WORKING -
      *>     LAST NIGHT'S ACKS NO LONGER RELEASE TONIGHT'S STEP.
      *> Predecessors always carry lower step numbers, so one pass
      *> in step order settles every dependency.
      *>
      *> STREAMDRV-CKPT holds one record per step completed, written
      *> as each step ends RC 4 or less. A rerun skips the recorded
      *> steps ("SKIP-RESTART", which still satisfies their
      *> dependents) and runs only what failed, was held, or never
      *> started - typically just the held branch once the missing
      *> file turns up. The checkpoint is cleared once every step
      *> in the stream has completed.
      *>
      *> Every checkpoint record carries the settlement date and
      *> matching cycle it was written for - the cycle SETTLE-CYCLE
      *> shows last run, whose extract the stream is working, or
      *> today and cycle 1 when no cycle has run yet. Keying on the
      *> cycle rather than the clock lets a morning rerun still
      *> pick up the night's held branch, while a record left over
      *> from an earlier date or cycle (the acks never came, nobody
      *> reran) is never honoured: a new cycle's steps would
      *> otherwise be skipped against another night's work. The
      *> stream names each stale record, clears them from the
      *> checkpoint and ends at least RC-WARNING.
      *>
      *> Like BATCH-DRIVER, the stream draws its run number from
      *> RUN-CONTROL, stamps it into the shared IS EXTERNAL fields
      *> every module copies onto its AUDIT-LOG records, brackets
      *> its steps with SETTLE-STREAM-BEGIN / -END audit records,
      *> and holds RUN-LOCK for the whole run - a run that finds
      *> the lock held ends RC 16 without touching anything. None
      *> of the stream's modules is shadow-aware, so the stream
      *> always runs live. STREAM-HANDOVER-RPT gives the morning
      *> team one line per step with its predecessors and outcome.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAMDRV-CKPT
               ASSIGN TO "STREAMDRV-CKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT STREAM-WAIT-FILE
               ASSIGN TO DYNAMIC WS-WAIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIT-FILE-STATUS.
           SELECT RUN-CONTROL
               ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT AUDIT-LOG
               ASSIGN TO "AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT STREAM-HANDOVER-RPT
               ASSIGN TO "STREAM-HANDOVER-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOCK
               ASSIGN TO "RUN-LOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT SETTLE-CYCLE
               ASSIGN TO "SETTLE-CYCLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAMDRV-CKPT
           LABEL RECORDS ARE STANDARD.
      *> ONE RECORD PER STEP THAT HAS COMPLETED (RC 4 OR LESS)
      *> SINCE THE STREAM LAST FINISHED CLEAN.
       01  STREAMDRV-CKPT-REC.
           05  CKPT-STEP-NO            PIC 9(03).
           05  FILLER                  PIC X(02).
           05  CKPT-STEP-RC            PIC 9(04).
           05  FILLER                  PIC X(02).
           05  CKPT-RUN-NUMBER         PIC 9(06).
           05  FILLER                  PIC X(02).
      *> THE SETTLEMENT DATE AND MATCHING CYCLE THE STEP RAN FOR.
      *> BLANK ON A RECORD FROM BEFORE THE FIELDS - NEVER HONOURED.
           05  CKPT-RUN-DATE           PIC X(08).
           05  FILLER                  PIC X(02).
           05  CKPT-CYCLE              PIC 9(02).
           05  FILLER                  PIC X(49).

       FD  STREAM-WAIT-FILE
           LABEL RECORDS ARE STANDARD.
      *> OPENED TO PROVE THE FILE HAS ARRIVED.
       01  STREAM-WAIT-REC             PIC X(80).
      *> POSTING-ACKS IS ALSO READ FOR AN ACK FOR THE WORKING DATE
      *> AND CYCLE - THE LAYOUT POSTING-ACK READS.
       01  STREAM-WAIT-ACK-REC.
           05  WAIT-ACK-RUN-DATE       PIC X(08).
           05  FILLER                  PIC X(31).
           05  WAIT-ACK-CYCLE          PIC 9(02).
           05  FILLER                  PIC X(39).

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-REC.
           05  RUNCTL-NEXT-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(74).

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  STREAM-HANDOVER-RPT
           LABEL RECORDS ARE OMITTED.
       01  HANDOVER-LINE               PIC X(80).

       FD  RUN-LOCK
           LABEL RECORDS ARE OMITTED.
           COPY RUNLOCK.

       FD  SETTLE-CYCLE
           LABEL RECORDS ARE OMITTED.
           COPY SETTCYC.

       WORKING-STORAGE SECTION.
           01  WS-STEP-RC              PIC S9(04) VALUE 0.
           01  WS-FINAL-RC             PIC S9(04) VALUE 0.

           01  WS-CKPT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-CKPT-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  END-OF-CKPT                  VALUE 'Y'.
           01  WS-CKPT-HONORED         PIC X(01) VALUE 'N'.
               88  CHECKPOINT-HONORED           VALUE 'Y'.
           01  WS-CKPT-STALE           PIC X(01) VALUE 'N'.
               88  CHECKPOINT-STALE             VALUE 'Y'.
           01  WS-CYCLE-FILE-STATUS    PIC X(02) VALUE SPACES.
      *> THE SETTLEMENT DATE AND CYCLE THE STREAM IS WORKING.
           01  WS-CKPT-RUN-DATE        PIC X(08) VALUE SPACES.
           01  WS-CKPT-CYCLE           PIC 9(02) VALUE 1.
           01  WS-WAIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-WAIT-FILENAME        PIC X(80) VALUE SPACES.
           01  WS-WAIT-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  END-OF-WAIT-FILE             VALUE 'Y'.
           01  WS-WAIT-ACK-SWITCH      PIC X(01) VALUE 'N'.
               88  WAIT-ACK-FOUND               VALUE 'Y'.
           01  WS-WAIT-ACK-CYCLE       PIC 9(02) VALUE 0.

           01  WS-RUNCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-LOCK-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-LOCK-REFUSED-SWITCH  PIC X(01) VALUE 'N'.
               88  LOCK-REFUSED                 VALUE 'Y'.
           01  WS-DRV-LOCK-TIME        PIC X(08) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-DRV-START-TIME       PIC X(08) VALUE SPACES.
           01  WS-DRV-END-TIME         PIC X(08) VALUE SPACES.
           01  WS-DRV-RUN-DATE         PIC 9(08) VALUE 0.

      *> THE RUN STAMP EVERY MODULE COPIES ONTO ITS AUDIT RECORDS.
      *> IS EXTERNAL - THE SAME STORAGE THE MODULES DECLARE.
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
           01  WS-SHADOW-MODE-FLAG     PIC X(01) IS EXTERNAL.
               88  SHADOW-MODE                  VALUE 'Y'.

      *> THE STREAM TABLE: ONE ENTRY PER STEP IN STEP ORDER - THE
      *> STEP NUMBER, THE MODULE (AS IT WRITES AUD-PROGRAM-NAME),
      *> UP TO THREE PREDECESSOR STEP NUMBERS (ZERO = NONE), AND
      *> THE FILE THAT MUST HAVE ARRIVED BEFORE THE STEP STARTS
      *> (BLANK = NONE). A PREDECESSOR MUST ALWAYS CARRY A LOWER
      *> STEP NUMBER THAN ITS DEPENDENT.
           01  WS-STREAM-TABLE.
      *> 010 - CLERK NEAR-MISS DECISIONS FEED THE ADJUSTMENTS FILE.
               05  FILLER              PIC 9(03) VALUE 010.
               05  FILLER              PIC X(20)
                   VALUE "NEARMISS-REVIEW".
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC X(20) VALUE SPACES.
      *> 015 - REQUESTED REVERSALS ADD THEIR NEGATIVE ENTRIES TO
      *> THE SAME FILE, AFTER 010 SO A MATCH APPROVED TONIGHT CAN
      *> BE FOUND ON SETTLED-PAIRS.
               05  FILLER              PIC 9(03) VALUE 015.
               05  FILLER              PIC X(20)
                   VALUE "SETTLE-REVERSE".
               05  FILLER              PIC 9(03) VALUE 010.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC X(20) VALUE SPACES.
      *> 017 - REALIZED AND MONTH-END UNREALIZED FX GAIN AND LOSS,
      *> APPENDED TO THE ADJUSTMENTS AFTER THE REVERSALS SO A
      *> REVERSED SETTLEMENT'S GAIN OR LOSS COMES BACK OFF.
               05  FILLER              PIC 9(03) VALUE 017.
               05  FILLER              PIC X(20)
                   VALUE "FX-REVALUE".
               05  FILLER              PIC 9(03) VALUE 010.
               05  FILLER              PIC 9(03) VALUE 015.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC X(20) VALUE SPACES.
      *> 020 - POSTS THE EXTRACT PLUS THOSE ADJUSTMENTS.
               05  FILLER              PIC 9(03) VALUE 020.
               05  FILLER              PIC X(20)
                   VALUE "SETTLEMENT-POST".
               05  FILLER              PIC 9(03) VALUE 010.
               05  FILLER              PIC 9(03) VALUE 015.
               05  FILLER              PIC 9(03) VALUE 017.
               05  FILLER              PIC X(20) VALUE SPACES.
      *> 030 - JOURNALS WHAT 020 POSTED.
               05  FILLER              PIC 9(03) VALUE 030.
               05  FILLER              PIC X(20)
                   VALUE "GL-EXTRACT".
               05  FILLER              PIC 9(03) VALUE 020.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC X(20) VALUE SPACES.
      *> 040 - ONLY ONCE ACCOUNTING'S ACKS HAVE ARRIVED.
               05  FILLER              PIC 9(03) VALUE 040.
               05  FILLER              PIC X(20)
                   VALUE "POSTING-ACK".
               05  FILLER              PIC 9(03) VALUE 020.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC X(20)
                   VALUE "POSTING-ACKS".
      *> 045 - APPLIES THE JOURNAL TO THE RUNNING ACCOUNT BALANCES,
      *> AHEAD OF 050 SO A MONTH-END CLOSE ROLLS THEM NEXT NIGHT.
               05  FILLER              PIC 9(03) VALUE 045.
               05  FILLER              PIC X(20)
                   VALUE "GL-BALANCE".
               05  FILLER              PIC 9(03) VALUE 030.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC X(20) VALUE SPACES.
      *> 050 - AFTER THE JOURNAL, SO A MONTH-END LOCK CANNOT
      *> REFUSE TONIGHT'S OWN EXTRACT IN GL-EXTRACT.
               05  FILLER              PIC 9(03) VALUE 050.
               05  FILLER              PIC X(20)
                   VALUE "SETTLE-CLOSE".
               05  FILLER              PIC 9(03) VALUE 020.
               05  FILLER              PIC 9(03) VALUE 030.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC X(20) VALUE SPACES.
      *> 060 - REPLACEMENTS FOR THE FIRST CHAIN'S FAILED CODES.
               05  FILLER              PIC 9(03) VALUE 060.
               05  FILLER              PIC X(20)
                   VALUE "CODE-ISSUE".
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC X(20) VALUE SPACES.
      *> 070 - THE FIRST CHAIN'S NAME CORRECTIONS ONTO THE MASTER.
               05  FILLER              PIC 9(03) VALUE 070.
               05  FILLER              PIC X(20)
                   VALUE "APPLY-CORRECTIONS".
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC X(20) VALUE SPACES.
      *> 075 - THE NIGHT'S CUSTOMER CHANGES OUT TO THE REGIONS,
      *> AFTER 070 SO TONIGHT'S CORRECTIONS GO WITH THEM.
               05  FILLER              PIC 9(03) VALUE 075.
               05  FILLER              PIC X(20)
                   VALUE "CUST-FEED".
               05  FILLER              PIC 9(03) VALUE 070.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC X(20) VALUE SPACES.
      *> 080 - THE SCORECARD READS THE SAME QUALITY FILES.
               05  FILLER              PIC 9(03) VALUE 080.
               05  FILLER              PIC X(20)
                   VALUE "QUALITY-SCORE".
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC X(20) VALUE SPACES.
      *> 085 - AGED OPEN ITEMS PROPOSED FOR WRITE-OFF, AFTER 015 SO
      *> AN ITEM REVERSED BACK OPEN TONIGHT IS SEEN AS IT NOW STANDS.
               05  FILLER              PIC 9(03) VALUE 085.
               05  FILLER              PIC X(20)
                   VALUE "WRITEOFF-PROPOSE".
               05  FILLER              PIC 9(03) VALUE 015.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC X(20) VALUE SPACES.
      *> 087 - MONTH-END CUSTOMER STATEMENTS, AFTER 010 AND 015 SO
      *> TONIGHT'S APPROVALS AND REVERSALS ARE ON THEM. THE MODULE
      *> ITSELF ENDS RC 0 WITHOUT PRINTING ON ANY OTHER NIGHT.
               05  FILLER              PIC 9(03) VALUE 087.
               05  FILLER              PIC X(20)
                   VALUE "CUST-STATEMENT".
               05  FILLER              PIC 9(03) VALUE 010.
               05  FILLER              PIC 9(03) VALUE 015.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC X(20) VALUE SPACES.
      *> 090 - PROVES THE NIGHT END TO END ONCE THE JOURNAL IS
      *> BUILT AND THE ACKS HAVE BEEN WORKED.
               05  FILLER              PIC 9(03) VALUE 090.
               05  FILLER              PIC X(20)
                   VALUE "SETTLE-PROOF".
               05  FILLER              PIC 9(03) VALUE 030.
               05  FILLER              PIC 9(03) VALUE 040.
               05  FILLER              PIC 9(03) VALUE 0.
               05  FILLER              PIC X(20) VALUE SPACES.
           01  WS-STREAM-STEPS REDEFINES WS-STREAM-TABLE.
               05  WS-STREAM-ENTRY OCCURS 15 TIMES.
                   10  ST-STEP-NO      PIC 9(03).
                   10  ST-MODULE       PIC X(20).
                   10  ST-PRED         PIC 9(03) OCCURS 3 TIMES.
                   10  ST-WAIT-FILE    PIC X(20).
           01  MAX-STREAM-SIZE         PIC 9(02) VALUE 15.

           01  WS-STREAM-RESULTS.
               05  WS-STREAM-RESULT OCCURS 15 TIMES.
                   10  SR-STATUS       PIC X(15).
                   10  SR-RC           PIC S9(04).
                   10  SR-RECORDS      PIC 9(09).
                   10  SR-DONE         PIC X(01).
      *> 'Y' ONCE THE STEP HAS COMPLETED RC 4 OR LESS, TONIGHT OR
      *> ON AN EARLIER ATTEMPT - THE ONLY STATE THAT RELEASES ITS
      *> DEPENDENTS.
           01  WS-STEP-IDX             PIC 9(02) VALUE 0.
           01  WS-PRED-SLOT            PIC 9(01) VALUE 0.
           01  WS-PRED-IDX             PIC 9(02) VALUE 0.
           01  WS-HOLDING-STEP         PIC 9(03) VALUE 0.
           01  WS-PRED-FOUND           PIC X(01) VALUE 'N'.
               88  PRED-STEP-FOUND              VALUE 'Y'.
           01  WS-STEP-READY           PIC X(01) VALUE 'Y'.
               88  STEP-IS-READY                VALUE 'Y'.
           01  WS-ALL-DONE             PIC X(01) VALUE 'Y'.
               88  STREAM-ALL-DONE              VALUE 'Y'.
           01  WS-WAIT-HELD-SWITCH     PIC X(01) VALUE 'N'.
               88  ANY-STEP-AWAITING            VALUE 'Y'.
           01  WS-HANDOVER-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  END-OF-HANDOVER-TRAIL        VALUE 'Y'.

           01  HND-HEADING-1.
               05  FILLER              PIC X(25)
                   VALUE "SETTLE STREAM HANDOVER   ".
               05  HH-RUN-NUMBER       PIC 9(06).
               05  FILLER              PIC X(06) VALUE "  OF  ".
               05  HH-RUN-DATE         PIC X(08).
               05  FILLER              PIC X(35) VALUE SPACES.
           01  HND-HEADING-2.
               05  FILLER              PIC X(05) VALUE "STEP".
               05  FILLER              PIC X(19) VALUE "MODULE".
               05  FILLER              PIC X(13) VALUE "AFTER".
               05  FILLER              PIC X(05) VALUE "   RC".
               05  FILLER              PIC X(13) VALUE "      RECORDS".
               05  FILLER              PIC X(25) VALUE "  STATUS".
           01  HND-HEADING-3           PIC X(80) VALUE SPACES.
           01  HND-STEP-LINE.
               05  HS-STEP-NO          PIC 9(03).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  HS-MODULE           PIC X(17).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  HS-PRED-1           PIC X(03).
               05  FILLER              PIC X(01) VALUE SPACES.
               05  HS-PRED-2           PIC X(03).
               05  FILLER              PIC X(01) VALUE SPACES.
               05  HS-PRED-3           PIC X(03).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  HS-RC               PIC ZZZ9.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  HS-RECORDS          PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  HS-STATUS           PIC X(15).
               05  FILLER              PIC X(09) VALUE SPACES.
           01  HND-FINAL-LINE.
               05  FILLER              PIC X(17)
                   VALUE "STREAM FINAL RC: ".
               05  HF-FINAL-RC         PIC ZZZ9.
               05  FILLER              PIC X(59) VALUE SPACES.
           01  HND-RESTART-LINE        PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WS-SHADOW-MODE-FLAG.
           ACCEPT WS-DRV-START-TIME FROM TIME.
           ACCEPT WS-DRV-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0250-CHECK-RUN-LOCK
               THRU 0250-EXIT.
           IF LOCK-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0200-INIT-STEP-RESULT
               THRU 0200-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > MAX-STREAM-SIZE.
           PERFORM 0300-ASSIGN-RUN-NUMBER
               THRU 0300-EXIT.
           PERFORM 0320-ACQUIRE-RUN-LOCK
               THRU 0320-EXIT.
           PERFORM 0350-WRITE-RUN-BEGIN
               THRU 0350-EXIT.
           PERFORM 0400-READ-SETTLE-CYCLE
               THRU 0400-EXIT.
           PERFORM 0500-LOAD-CHECKPOINT
               THRU 0500-EXIT.
           IF CHECKPOINT-STALE
               PERFORM 0520-CLEAR-STALE-CKPT
                   THRU 0520-EXIT
           END-IF.
           PERFORM 1000-RUN-ONE-STEP
               THRU 1000-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > MAX-STREAM-SIZE.
           PERFORM 0600-CHECK-STREAM-COMPLETE
               THRU 0600-EXIT.
      *> A STEP LEFT WAITING FOR ITS FILE IS WORK THE MORNING TEAM
      *> MUST KNOW WAS NOT DONE - THE STREAM NEVER ENDS CLEAN
      *> AFTER ONE.
           IF ANY-STEP-AWAITING AND WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------*
      *  0200-INIT-STEP-RESULT - EVERY STEP STARTS THE RUN NOT
      *  REACHED AND NOT DONE.
      *----------------------------------------------------------*
       0200-INIT-STEP-RESULT.
           MOVE "NOT REACHED" TO SR-STATUS(WS-STEP-IDX).
           MOVE 0 TO SR-RC(WS-STEP-IDX).
           MOVE 0 TO SR-RECORDS(WS-STEP-IDX).
           MOVE 'N' TO SR-DONE(WS-STEP-IDX).
       0200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0250-CHECK-RUN-LOCK - ANOTHER RUN (EITHER NIGHT STREAM OR
      *  AN AD-HOC DISPATCH) MAY ALREADY HOLD THE LOCK. REFUSE TO
      *  START RATHER THAN INTERLEAVE OUTPUT FILES WITH IT.
      *----------------------------------------------------------*
       0250-CHECK-RUN-LOCK.
           OPEN INPUT RUN-LOCK.
           IF WS-LOCK-FILE-STATUS = "35"
               GO TO 0250-EXIT
           END-IF.
           IF WS-LOCK-FILE-STATUS NOT = "00"
               DISPLAY "RUN-LOCK OPEN FAILED, FILE STATUS="
                   WS-LOCK-FILE-STATUS
               MOVE 'Y' TO WS-LOCK-REFUSED-SWITCH
               GO TO 0250-EXIT
           END-IF.
           READ RUN-LOCK
               AT END
                   CONTINUE
               NOT AT END
                   IF LOCK-HOLDER NOT = SPACES
                       DISPLAY "RUN-LOCK HELD BY " LOCK-HOLDER
                           " RUN " LOCK-RUN-NUMBER
                           " SINCE " LOCK-DATE " " LOCK-TIME
                       DISPLAY "SETTLE-STREAM REFUSING TO START - "
                           "CLEAR A STALE LOCK FROM OPER-MENU"
                       MOVE 'Y' TO WS-LOCK-REFUSED-SWITCH
                   END-IF
           END-READ.
           CLOSE RUN-LOCK.
       0250-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0300-ASSIGN-RUN-NUMBER - DRAW THE NEXT SEQUENTIAL RUN
      *  NUMBER FROM RUN-CONTROL AND PUT THE INCREMENTED NUMBER
      *  BACK. THE SAME SEQUENCE BATCH-DRIVER AND OPER-MENU DRAW
      *  FROM, SO EVERY RUN ON AUDIT-LOG HAS ITS OWN NUMBER.
      *----------------------------------------------------------*
       0300-ASSIGN-RUN-NUMBER.
           MOVE 1 TO WS-AUDIT-RUN-NUMBER.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUNCTL-FILE-STATUS = "00"
               READ RUN-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNCTL-NEXT-NUMBER IS NUMERIC
                           AND RUNCTL-NEXT-NUMBER > 0
                           MOVE RUNCTL-NEXT-NUMBER
                               TO WS-AUDIT-RUN-NUMBER
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.
           OPEN OUTPUT RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-REC.
           COMPUTE RUNCTL-NEXT-NUMBER = WS-AUDIT-RUN-NUMBER + 1.
           WRITE RUN-CONTROL-REC.
           CLOSE RUN-CONTROL.
           MOVE WS-DRV-RUN-DATE TO WS-AUDIT-RUN-DATE.
           MOVE "BATCH" TO WS-AUDIT-OPERATOR-ID.
           DISPLAY "SETTLE-STREAM RUN NUMBER " WS-AUDIT-RUN-NUMBER.
       0300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0320-ACQUIRE-RUN-LOCK - STAMP THE LOCK WITH THIS RUN SO
      *  ANY CONCURRENT DISPATCH CAN SEE WHO HOLDS IT AND SINCE
      *  WHEN.
      *----------------------------------------------------------*
       0320-ACQUIRE-RUN-LOCK.
           ACCEPT WS-DRV-LOCK-TIME FROM TIME.
           OPEN OUTPUT RUN-LOCK.
           MOVE SPACES TO RUN-LOCK-REC.
           MOVE "SETTLE-STREAM" TO LOCK-HOLDER.
           MOVE WS-AUDIT-RUN-NUMBER TO LOCK-RUN-NUMBER.
           MOVE WS-AUDIT-RUN-DATE TO LOCK-DATE.
           MOVE WS-DRV-LOCK-TIME TO LOCK-TIME.
           WRITE RUN-LOCK-REC.
           CLOSE RUN-LOCK.
       0320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0350-WRITE-RUN-BEGIN - RUN-LEVEL AUDIT RECORD OPENING
      *  THE BRACKET AROUND THIS RUN'S STEP ENTRIES.
      *----------------------------------------------------------*
       0350-WRITE-RUN-BEGIN.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           ELSE
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "AUDIT-LOG OPEN FAILED, FILE STATUS="
                       WS-AUDIT-FILE-STATUS
                   GO TO 0350-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE "SETTLE-STREAM-BEGIN" TO AUD-PROGRAM-NAME.
           MOVE WS-DRV-START-TIME    TO AUD-START-TIME.
           MOVE 0                    TO AUD-RECORD-COUNT.
           MOVE 0                    TO AUD-RETURN-CODE.
           MOVE 0                    TO AUD-OUTPUT-COUNT.
           MOVE 0                    TO AUD-OUTPUT-COUNT-2.
           MOVE WS-AUDIT-RUN-DATE    TO AUD-RUN-DATE.
           MOVE WS-AUDIT-RUN-NUMBER  TO AUD-RUN-NUMBER.
           MOVE WS-AUDIT-OPERATOR-ID TO AUD-OPERATOR-ID.
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
           EXIT.

      *----------------------------------------------------------*
      *  0360-WRITE-RUN-END - RUN-LEVEL AUDIT RECORD CLOSING THE
      *  BRACKET, CARRYING THE STREAM'S FINAL RETURN CODE.
      *----------------------------------------------------------*
       0360-WRITE-RUN-END.
           ACCEPT WS-DRV-END-TIME FROM TIME.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           ELSE
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "AUDIT-LOG OPEN FAILED, FILE STATUS="
                       WS-AUDIT-FILE-STATUS
                   GO TO 0360-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE "SETTLE-STREAM-END"   TO AUD-PROGRAM-NAME.
           MOVE WS-DRV-START-TIME    TO AUD-START-TIME.
           MOVE WS-DRV-END-TIME      TO AUD-END-TIME.
           MOVE 0                    TO AUD-RECORD-COUNT.
           IF WS-FINAL-RC >= 0
               MOVE WS-FINAL-RC      TO AUD-RETURN-CODE
           ELSE
               MOVE 0                TO AUD-RETURN-CODE
           END-IF.
           MOVE 0                    TO AUD-OUTPUT-COUNT.
           MOVE 0                    TO AUD-OUTPUT-COUNT-2.
           MOVE WS-AUDIT-RUN-DATE    TO AUD-RUN-DATE.
           MOVE WS-AUDIT-RUN-NUMBER  TO AUD-RUN-NUMBER.
           MOVE WS-AUDIT-OPERATOR-ID TO AUD-OPERATOR-ID.
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
      *  0370-RELEASE-RUN-LOCK - NORMAL OR ABENDING END OF THE
      *  STREAM: TRUNCATE THE LOCK SO THE NEXT RUN CAN START.
      *----------------------------------------------------------*
       0370-RELEASE-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK.
           CLOSE RUN-LOCK.
       0370-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0400-READ-SETTLE-CYCLE - THE SETTLEMENT DATE AND CYCLE
      *  WHOSE EXTRACT THE STREAM IS WORKING: THE LAST MATCHING
      *  CYCLE RUN. NO FILE, OR NO USABLE RECORD, MEANS TODAY AND
      *  CYCLE 1.
      *----------------------------------------------------------*
       0400-READ-SETTLE-CYCLE.
           MOVE WS-DRV-RUN-DATE TO WS-CKPT-RUN-DATE.
           MOVE 1 TO WS-CKPT-CYCLE.
           OPEN INPUT SETTLE-CYCLE.
           IF WS-CYCLE-FILE-STATUS = "35"
               GO TO 0400-EXIT
           END-IF.
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "SETTLE-CYCLE OPEN FAILED, FILE STATUS="
                   WS-CYCLE-FILE-STATUS
               DISPLAY "SETTLE-STREAM ABENDING - CANNOT DETERMINE "
                   "RESTART POINT"
               MOVE 16 TO WS-FINAL-RC
               GO TO 9999-EXIT
           END-IF.
           READ SETTLE-CYCLE
               AT END
                   CONTINUE
               NOT AT END
                   IF SCY-RUN-DATE IS NUMERIC
                       AND SCY-CYCLE IS NUMERIC
                       AND SCY-CYCLE > 0
                       MOVE SCY-RUN-DATE TO WS-CKPT-RUN-DATE
                       MOVE SCY-CYCLE TO WS-CKPT-CYCLE
                   END-IF
           END-READ.
           CLOSE SETTLE-CYCLE.
           DISPLAY "SETTLE-STREAM WORKING " WS-CKPT-RUN-DATE
               " CYCLE " WS-CKPT-CYCLE.
       0400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0500-LOAD-CHECKPOINT - MARK EVERY STEP THE CHECKPOINT
      *  RECORDS FOR THIS SETTLEMENT DATE AND CYCLE AS ALREADY
      *  COMPLETE. NO FILE (OR AN EMPTY ONE) MEANS THE WHOLE
      *  STREAM RUNS.
      *----------------------------------------------------------*
       0500-LOAD-CHECKPOINT.
           MOVE 'N' TO WS-CKPT-EOF-SWITCH.
           OPEN INPUT STREAMDRV-CKPT.
           IF WS-CKPT-FILE-STATUS = "35"
               GO TO 0500-EXIT
           END-IF.
           IF WS-CKPT-FILE-STATUS NOT = "00"
               DISPLAY "STREAMDRV-CKPT OPEN FAILED, FILE STATUS="
                   WS-CKPT-FILE-STATUS
               DISPLAY "SETTLE-STREAM ABENDING - CANNOT DETERMINE "
                   "RESTART POINT"
               MOVE 16 TO WS-FINAL-RC
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0510-LOAD-ONE-CKPT-REC
               THRU 0510-EXIT
               UNTIL END-OF-CKPT.
           CLOSE STREAMDRV-CKPT.
       0500-EXIT.
           EXIT.

       0510-LOAD-ONE-CKPT-REC.
           READ STREAMDRV-CKPT
               AT END
                   MOVE 'Y' TO WS-CKPT-EOF-SWITCH
           END-READ.
           IF END-OF-CKPT
               GO TO 0510-EXIT
           END-IF.
           IF CKPT-STEP-NO IS NOT NUMERIC
               GO TO 0510-EXIT
           END-IF.
      *> A STEP COMPLETED FOR ANOTHER DATE OR CYCLE SAYS NOTHING
      *> ABOUT TONIGHT'S - IT RUNS AGAIN.
           IF CKPT-RUN-DATE NOT = WS-CKPT-RUN-DATE
               OR CKPT-CYCLE IS NOT NUMERIC
               OR CKPT-CYCLE NOT = WS-CKPT-CYCLE
               MOVE 'Y' TO WS-CKPT-STALE
               DISPLAY "STEP " CKPT-STEP-NO " CHECKPOINT FOR "
                   CKPT-RUN-DATE " CYCLE " CKPT-CYCLE
                   " IS STALE - NOT HONOURED"
               GO TO 0510-EXIT
           END-IF.
           MOVE CKPT-STEP-NO TO WS-HOLDING-STEP.
           PERFORM 0700-FIND-STEP
               THRU 0700-EXIT.
           IF PRED-STEP-FOUND
               MOVE 'Y' TO SR-DONE(WS-PRED-IDX)
               MOVE "SKIP-RESTART" TO SR-STATUS(WS-PRED-IDX)
               IF CKPT-STEP-RC IS NUMERIC
                   MOVE CKPT-STEP-RC TO SR-RC(WS-PRED-IDX)
               END-IF
               MOVE 'Y' TO WS-CKPT-HONORED
               DISPLAY "STEP " CKPT-STEP-NO " "
                   ST-MODULE(WS-PRED-IDX)
                   " ALREADY COMPLETE PER STREAMDRV-CKPT"
           END-IF.
       0510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0520-CLEAR-STALE-CKPT - REWRITE THE CHECKPOINT WITH ONLY
      *  THE STEPS HONOURED FOR THIS DATE AND CYCLE, SO A STALE
      *  RECORD IS REPORTED ONCE AND THEN GONE. THE STREAM ENDS AT
      *  LEAST RC-WARNING SO THE MORNING TEAM SEES THAT AN EARLIER
      *  NIGHT WAS LEFT UNFINISHED.
      *----------------------------------------------------------*
       0520-CLEAR-STALE-CKPT.
           DISPLAY "STREAMDRV-CKPT HELD STALE RECORDS - CLEARED".
           IF WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           OPEN OUTPUT STREAMDRV-CKPT.
           IF WS-CKPT-FILE-STATUS NOT = "00"
               DISPLAY "STREAMDRV-CKPT OPEN FAILED, FILE STATUS="
                   WS-CKPT-FILE-STATUS
               GO TO 0520-EXIT
           END-IF.
           PERFORM 0530-REWRITE-ONE-CKPT-REC
               THRU 0530-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > MAX-STREAM-SIZE.
           CLOSE STREAMDRV-CKPT.
       0520-EXIT.
           EXIT.

       0530-REWRITE-ONE-CKPT-REC.
           IF SR-DONE(WS-STEP-IDX) NOT = 'Y'
               GO TO 0530-EXIT
           END-IF.
           MOVE SPACES TO STREAMDRV-CKPT-REC.
           MOVE ST-STEP-NO(WS-STEP-IDX) TO CKPT-STEP-NO.
           MOVE SR-RC(WS-STEP-IDX) TO CKPT-STEP-RC.
           MOVE WS-AUDIT-RUN-NUMBER TO CKPT-RUN-NUMBER.
           MOVE WS-CKPT-RUN-DATE TO CKPT-RUN-DATE.
           MOVE WS-CKPT-CYCLE TO CKPT-CYCLE.
           WRITE STREAMDRV-CKPT-REC.
       0530-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0600-CHECK-STREAM-COMPLETE - ONCE EVERY STEP HAS
      *  COMPLETED, TRUNCATE THE CHECKPOINT SO THE NEXT NIGHT
      *  STARTS THE WHOLE STREAM AGAIN. ANYTHING LEFT UNDONE KEEPS
      *  THE CHECKPOINT FOR THE RERUN.
      *----------------------------------------------------------*
       0600-CHECK-STREAM-COMPLETE.
           MOVE 'Y' TO WS-ALL-DONE.
           PERFORM 0610-CHECK-ONE-DONE
               THRU 0610-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > MAX-STREAM-SIZE.
           IF NOT STREAM-ALL-DONE
               DISPLAY "SETTLE-STREAM INCOMPLETE - STREAMDRV-CKPT "
                   "KEPT FOR THE RERUN"
               GO TO 0600-EXIT
           END-IF.
           OPEN OUTPUT STREAMDRV-CKPT.
           CLOSE STREAMDRV-CKPT.
       0600-EXIT.
           EXIT.

       0610-CHECK-ONE-DONE.
           IF SR-DONE(WS-STEP-IDX) NOT = 'Y'
               MOVE 'N' TO WS-ALL-DONE
           END-IF.
       0610-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0700-FIND-STEP - LOCATE STEP NUMBER WS-HOLDING-STEP IN
      *  THE STREAM TABLE. THE SLOT COMES BACK IN WS-PRED-IDX.
      *----------------------------------------------------------*
       0700-FIND-STEP.
           MOVE 'N' TO WS-PRED-FOUND.
           PERFORM 0710-MATCH-ONE-STEP
               THRU 0710-EXIT
               VARYING WS-PRED-IDX FROM 1 BY 1
               UNTIL WS-PRED-IDX > MAX-STREAM-SIZE
               OR PRED-STEP-FOUND.
           IF PRED-STEP-FOUND
               SUBTRACT 1 FROM WS-PRED-IDX
           END-IF.
       0700-EXIT.
           EXIT.

       0710-MATCH-ONE-STEP.
           IF ST-STEP-NO(WS-PRED-IDX) = WS-HOLDING-STEP
               MOVE 'Y' TO WS-PRED-FOUND
           END-IF.
       0710-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0720-WRITE-CHECKPOINT - APPEND THE STEP THAT JUST
      *  COMPLETED TO STREAMDRV-CKPT.
      *----------------------------------------------------------*
       0720-WRITE-CHECKPOINT.
           OPEN EXTEND STREAMDRV-CKPT.
           IF WS-CKPT-FILE-STATUS = "35"
               OPEN OUTPUT STREAMDRV-CKPT
           END-IF.
           IF WS-CKPT-FILE-STATUS NOT = "00"
               DISPLAY "STREAMDRV-CKPT OPEN FAILED, FILE STATUS="
                   WS-CKPT-FILE-STATUS
               GO TO 0720-EXIT
           END-IF.
           MOVE SPACES TO STREAMDRV-CKPT-REC.
           MOVE ST-STEP-NO(WS-STEP-IDX) TO CKPT-STEP-NO.
           MOVE WS-STEP-RC TO CKPT-STEP-RC.
           MOVE WS-AUDIT-RUN-NUMBER TO CKPT-RUN-NUMBER.
           MOVE WS-CKPT-RUN-DATE TO CKPT-RUN-DATE.
           MOVE WS-CKPT-CYCLE TO CKPT-CYCLE.
           WRITE STREAMDRV-CKPT-REC.
           CLOSE STREAMDRV-CKPT.
       0720-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1000-RUN-ONE-STEP - DECIDE WHETHER STEP WS-STEP-IDX MAY
      *  RUN TONIGHT: ALREADY DONE, HELD BY A PREDECESSOR, HELD
      *  FOR ITS FILE, OR READY. A READY STEP IS CALLED AND ITS
      *  OUTCOME RECORDED.
      *----------------------------------------------------------*
       1000-RUN-ONE-STEP.
           IF SR-DONE(WS-STEP-IDX) = 'Y'
               DISPLAY "STEP " ST-STEP-NO(WS-STEP-IDX)
                   " SKIPPED - COMPLETED ON AN EARLIER ATTEMPT"
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-STEP-READY.
           MOVE 0 TO WS-HOLDING-STEP.
           PERFORM 1100-CHECK-ONE-PREDECESSOR
               THRU 1100-EXIT
               VARYING WS-PRED-SLOT FROM 1 BY 1
               UNTIL WS-PRED-SLOT > 3
               OR NOT STEP-IS-READY.
           IF NOT STEP-IS-READY
               MOVE SPACES TO SR-STATUS(WS-STEP-IDX)
               STRING "HELD-PRED " DELIMITED BY SIZE
                      WS-HOLDING-STEP DELIMITED BY SIZE
                   INTO SR-STATUS(WS-STEP-IDX)
               END-STRING
               DISPLAY "STEP " ST-STEP-NO(WS-STEP-IDX) " "
                   ST-MODULE(WS-STEP-IDX)
                   " HELD - PREDECESSOR " WS-HOLDING-STEP
                   " DID NOT COMPLETE"
               GO TO 1000-EXIT
           END-IF.
           IF ST-WAIT-FILE(WS-STEP-IDX) NOT = SPACES
               PERFORM 1200-CHECK-WAIT-FILE
                   THRU 1200-EXIT
               IF NOT STEP-IS-READY
                   MOVE "AWAITING FILE" TO SR-STATUS(WS-STEP-IDX)
                   MOVE 'Y' TO WS-WAIT-HELD-SWITCH
                   DISPLAY "STEP " ST-STEP-NO(WS-STEP-IDX) " "
                       ST-MODULE(WS-STEP-IDX) " HELD - "
                       ST-WAIT-FILE(WS-STEP-IDX) " NOT ARRIVED"
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           DISPLAY "STEP " ST-STEP-NO(WS-STEP-IDX) " "
               ST-MODULE(WS-STEP-IDX) " STARTING".
           PERFORM 2000-CALL-STEP-MODULE
               THRU 2000-EXIT.
           DISPLAY "STEP " ST-STEP-NO(WS-STEP-IDX) " "
               ST-MODULE(WS-STEP-IDX) " ENDED, RC=" WS-STEP-RC.
           MOVE WS-STEP-RC TO SR-RC(WS-STEP-IDX).
           IF WS-STEP-RC > WS-FINAL-RC
               MOVE WS-STEP-RC TO WS-FINAL-RC
           END-IF.
           IF WS-STEP-RC > 4
      *> ONLY THIS STEP'S DEPENDENTS ARE HELD - THE STREAM GOES
      *> ON WITH EVERYTHING ELSE.
               MOVE "FAILED" TO SR-STATUS(WS-STEP-IDX)
               GO TO 1000-EXIT
           END-IF.
           MOVE "RAN" TO SR-STATUS(WS-STEP-IDX).
           MOVE 'Y' TO SR-DONE(WS-STEP-IDX).
           PERFORM 0720-WRITE-CHECKPOINT
               THRU 0720-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-CHECK-ONE-PREDECESSOR - A PREDECESSOR RELEASES ITS
      *  DEPENDENT ONLY ONCE IT HAS COMPLETED. A PREDECESSOR
      *  NUMBER NOT IN THE TABLE IS A TABLE ERROR AND HOLDS THE
      *  STEP RATHER THAN LETTING IT RUN UNGUARDED.
      *----------------------------------------------------------*
       1100-CHECK-ONE-PREDECESSOR.
           IF ST-PRED(WS-STEP-IDX, WS-PRED-SLOT) = 0
               GO TO 1100-EXIT
           END-IF.
           MOVE ST-PRED(WS-STEP-IDX, WS-PRED-SLOT)
               TO WS-HOLDING-STEP.
           PERFORM 0700-FIND-STEP
               THRU 0700-EXIT.
           IF NOT PRED-STEP-FOUND
               MOVE 'N' TO WS-STEP-READY
               GO TO 1100-EXIT
           END-IF.
           IF SR-DONE(WS-PRED-IDX) NOT = 'Y'
               MOVE 'N' TO WS-STEP-READY
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-CHECK-WAIT-FILE - THE STEP'S INPUT HAS ARRIVED ONCE
      *  THE FILE OPENS. NOT FOUND (OR NOT READABLE) HOLDS IT.
      *  POSTING-ACKS STAYS IN PLACE AFTER POSTING-ACK HAS READ
      *  IT, SO IT HAS ARRIVED ONLY ONCE IT HOLDS AN ACK FOR THE
      *  WORKING SETTLEMENT DATE AND CYCLE.
      *----------------------------------------------------------*
       1200-CHECK-WAIT-FILE.
           MOVE ST-WAIT-FILE(WS-STEP-IDX) TO WS-WAIT-FILENAME.
           OPEN INPUT STREAM-WAIT-FILE.
           IF WS-WAIT-FILE-STATUS NOT = "00"
               MOVE 'N' TO WS-STEP-READY
               GO TO 1200-EXIT
           END-IF.
           IF ST-WAIT-FILE(WS-STEP-IDX) NOT = "POSTING-ACKS"
               CLOSE STREAM-WAIT-FILE
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WS-WAIT-EOF-SWITCH.
           MOVE 'N' TO WS-WAIT-ACK-SWITCH.
           PERFORM 1210-SCAN-ONE-ACK
               THRU 1210-EXIT
               UNTIL END-OF-WAIT-FILE
               OR WAIT-ACK-FOUND.
           CLOSE STREAM-WAIT-FILE.
           IF NOT WAIT-ACK-FOUND
               DISPLAY "POSTING-ACKS HOLDS NO ACK FOR "
                   WS-CKPT-RUN-DATE " CYCLE " WS-CKPT-CYCLE
               MOVE 'N' TO WS-STEP-READY
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1210-SCAN-ONE-ACK - ONE POSTING-ACKS RECORD. A BLANK OR
      *  ZERO CYCLE (AN ACK FROM BEFORE CYCLES) IS CYCLE 1, AS
      *  POSTING-ACK TREATS IT.
      *----------------------------------------------------------*
       1210-SCAN-ONE-ACK.
           READ STREAM-WAIT-FILE
               AT END
                   MOVE 'Y' TO WS-WAIT-EOF-SWITCH
                   GO TO 1210-EXIT
           END-READ.
           IF WAIT-ACK-RUN-DATE NOT = WS-CKPT-RUN-DATE
               GO TO 1210-EXIT
           END-IF.
           MOVE 1 TO WS-WAIT-ACK-CYCLE.
           IF WAIT-ACK-CYCLE IS NUMERIC
               AND WAIT-ACK-CYCLE > 0
               MOVE WAIT-ACK-CYCLE TO WS-WAIT-ACK-CYCLE
           END-IF.
           IF WS-WAIT-ACK-CYCLE = WS-CKPT-CYCLE
               MOVE 'Y' TO WS-WAIT-ACK-SWITCH
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-CALL-STEP-MODULE - ONE STATIC CALL PER STREAM STEP,
      *  SELECTED BY THE STEP'S SLOT IN THE STREAM TABLE.
      *----------------------------------------------------------*
       2000-CALL-STEP-MODULE.
           EVALUATE WS-STEP-IDX
               WHEN 1
                   CALL "NEARMISS-REVIEW"
               WHEN 2
                   CALL "SETTLE-REVERSE"
               WHEN 3
                   CALL "FX-REVALUE"
               WHEN 4
                   CALL "SETTLEMENT-POST"
               WHEN 5
                   CALL "GL-EXTRACT"
               WHEN 6
                   CALL "POSTING-ACK"
               WHEN 7
                   CALL "GL-BALANCE"
               WHEN 8
                   CALL "SETTLE-CLOSE"
               WHEN 9
                   CALL "CODE-ISSUE"
               WHEN 10
                   CALL "APPLY-CORRECTIONS"
               WHEN 11
                   CALL "CUST-FEED"
               WHEN 12
                   CALL "QUALITY-SCORE"
               WHEN 13
                   CALL "WRITEOFF-PROPOSE"
               WHEN 14
                   CALL "CUST-STATEMENT"
               WHEN 15
                   CALL "SETTLE-PROOF"
           END-EVALUATE.
           MOVE RETURN-CODE TO WS-STEP-RC.
       2000-EXIT.
           EXIT.

       9999-EXIT.
           PERFORM 9800-GATHER-STEP-RECORDS
               THRU 9800-EXIT.
           PERFORM 9900-WRITE-HANDOVER
               THRU 9900-EXIT.
           PERFORM 0360-WRITE-RUN-END
               THRU 0360-EXIT.
           PERFORM 0370-RELEASE-RUN-LOCK
               THRU 0370-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
      *  9800-GATHER-STEP-RECORDS - PULL EACH STEP'S RECORDS-
      *  PROCESSED FIGURE FROM ITS AUDIT-LOG ENTRY FOR THIS RUN
      *  NUMBER.
      *----------------------------------------------------------*
       9800-GATHER-STEP-RECORDS.
           MOVE 'N' TO WS-HANDOVER-EOF-SWITCH.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               GO TO 9800-EXIT
           END-IF.
           PERFORM 9810-SCAN-ONE-TRAIL-REC
               THRU 9810-EXIT
               UNTIL END-OF-HANDOVER-TRAIL.
           CLOSE AUDIT-LOG.
       9800-EXIT.
           EXIT.

       9810-SCAN-ONE-TRAIL-REC.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO WS-HANDOVER-EOF-SWITCH
           END-READ.
           IF END-OF-HANDOVER-TRAIL
               GO TO 9810-EXIT
           END-IF.
           IF AUD-RUN-NUMBER IS NOT NUMERIC
               OR AUD-RUN-NUMBER NOT = WS-AUDIT-RUN-NUMBER
               GO TO 9810-EXIT
           END-IF.
           PERFORM 9820-MATCH-STEP-MODULE
               THRU 9820-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > MAX-STREAM-SIZE.
       9810-EXIT.
           EXIT.

       9820-MATCH-STEP-MODULE.
           IF ST-MODULE(WS-STEP-IDX) = AUD-PROGRAM-NAME
               AND AUD-RECORD-COUNT IS NUMERIC
               MOVE AUD-RECORD-COUNT TO SR-RECORDS(WS-STEP-IDX)
           END-IF.
       9820-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9900-WRITE-HANDOVER - ONE LINE PER STEP WITH ITS
      *  PREDECESSORS AND OUTCOME, THE STREAM'S FINAL RC, AND
      *  WHETHER A CHECKPOINT WAS HONORED OR STALE RECORDS CLEARED.
      *----------------------------------------------------------*
       9900-WRITE-HANDOVER.
           OPEN OUTPUT STREAM-HANDOVER-RPT.
           MOVE WS-AUDIT-RUN-NUMBER TO HH-RUN-NUMBER.
           MOVE WS-AUDIT-RUN-DATE TO HH-RUN-DATE.
           WRITE HANDOVER-LINE FROM HND-HEADING-1.
           WRITE HANDOVER-LINE FROM HND-HEADING-2.
           WRITE HANDOVER-LINE FROM HND-HEADING-3.
           PERFORM 9910-WRITE-ONE-STEP-LINE
               THRU 9910-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > MAX-STREAM-SIZE.
           WRITE HANDOVER-LINE FROM HND-HEADING-3.
           MOVE WS-FINAL-RC TO HF-FINAL-RC.
           WRITE HANDOVER-LINE FROM HND-FINAL-LINE.
           IF CHECKPOINT-HONORED
               MOVE "CHECKPOINT HONORED (STREAMDRV-CKPT)"
                   TO HND-RESTART-LINE
           ELSE
               MOVE "FULL STREAM - NO CHECKPOINT IN EFFECT"
                   TO HND-RESTART-LINE
           END-IF.
           WRITE HANDOVER-LINE FROM HND-RESTART-LINE.
           IF CHECKPOINT-STALE
               MOVE "STALE CHECKPOINT RECORDS CLEARED (EARLIER CYCLE)"
                   TO HND-RESTART-LINE
               WRITE HANDOVER-LINE FROM HND-RESTART-LINE
           END-IF.
           CLOSE STREAM-HANDOVER-RPT.
       9900-EXIT.
           EXIT.

       9910-WRITE-ONE-STEP-LINE.
           MOVE SPACES TO HND-STEP-LINE.
           MOVE ST-STEP-NO(WS-STEP-IDX) TO HS-STEP-NO.
           MOVE ST-MODULE(WS-STEP-IDX) TO HS-MODULE.
           IF ST-PRED(WS-STEP-IDX, 1) > 0
               MOVE ST-PRED(WS-STEP-IDX, 1) TO HS-PRED-1
           END-IF.
           IF ST-PRED(WS-STEP-IDX, 2) > 0
               MOVE ST-PRED(WS-STEP-IDX, 2) TO HS-PRED-2
           END-IF.
           IF ST-PRED(WS-STEP-IDX, 3) > 0
               MOVE ST-PRED(WS-STEP-IDX, 3) TO HS-PRED-3
           END-IF.
           MOVE SR-RC(WS-STEP-IDX) TO HS-RC.
           MOVE SR-RECORDS(WS-STEP-IDX) TO HS-RECORDS.
           MOVE SR-STATUS(WS-STEP-IDX) TO HS-STATUS.
           WRITE HANDOVER-LINE FROM HND-STEP-LINE.
       9910-EXIT.
           EXIT.

       END PROGRAM SETTLE-STREAM.
