       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-CHAIN.
       AUTHOR. DATA-PROCESSING.
      *> Sequence numbers and chained hashes for the append-only
      *> logs, so a record deleted from AUDIT-LOG or SECURITY-LOG
      *> with an editor, or altered in place, no longer goes
      *> unnoticed. CALLed by every program that appends to either
      *> log, immediately before the WRITE, and by LOG-VERIFY,
      *> which walks the logs and checks the chain - one routine,
      *> so the writers and the checker always agree.
      *>
      *> The caller fills the fields below (IS EXTERNAL, like
      *> every other field the modules share):
      *>   'N' - NEXT LINK. WS-CHAIN-LOG-NAME NAMES THE LOG AND
      *>         WS-CHAIN-RECORD HOLDS THE RECORD ABOUT TO BE
      *>         WRITTEN, WITH ITS OWN CHAIN FIELDS BLANK. THE
      *>         RECORD'S SEQUENCE NUMBER, THE HASH OF THE RECORD
      *>         BEFORE IT AND ITS OWN HASH COME BACK IN
      *>         WS-CHAIN-SEQ, WS-CHAIN-PREV-HASH AND
      *>         WS-CHAIN-HASH, AND LOG-CHAIN-STATE IS MOVED ON.
      *>         THE FIRST RECORD OF A LOG IS NUMBER 1, CHAINED
      *>         TO A HASH OF ALL ZEROS.
      *>   'H' - HASH ONLY. THE HASH OF WS-CHAIN-RECORD UNDER
      *>         WS-CHAIN-SEQ AND WS-CHAIN-PREV-HASH, INTO
      *>         WS-CHAIN-HASH. NOTHING IS KEPT.
      *>   'S' - STATE. THE LAST SEQUENCE NUMBER AND HASH ISSUED
      *>         FOR WS-CHAIN-LOG-NAME, INTO WS-CHAIN-SEQ AND
      *>         WS-CHAIN-HASH.
      *> WS-CHAIN-STATUS comes back "00" when the answer is good,
      *> "35" ('S' only) when there is no LOG-CHAIN-STATE at all,
      *> "23" ('S' only) when the log has no entry on it, and
      *> "90" when LOG-CHAIN-STATE could not be read or rewritten
      *> or the function was not known. On a failed 'N' the chain
      *> fields come back zero and blank: the caller writes its
      *> record unchained rather than lose it, and LOG-VERIFY
      *> reports the unchained record as a break.
      *>
      *> The hash covers the whole record image with its sequence
      *> number and the previous record's hash, so changing any
      *> byte of a record, renumbering it or re-linking it shows.
      *>
      *> Ends with GOBACK - this routine is only ever CALLed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-CHAIN-STATE
               ASSIGN TO "LOG-CHAIN-STATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-CHAIN-STATE
           LABEL RECORDS ARE STANDARD.
           COPY LOGCHAIN.

       WORKING-STORAGE SECTION.
      *> THE SHARED CALL INTERFACE.
           01  WS-CHAIN-FUNCTION       PIC X(01) IS EXTERNAL.
           01  WS-CHAIN-LOG-NAME       PIC X(20) IS EXTERNAL.
           01  WS-CHAIN-RECORD         PIC X(200) IS EXTERNAL.
           01  WS-CHAIN-SEQ            PIC 9(09) IS EXTERNAL.
           01  WS-CHAIN-PREV-HASH      PIC X(18) IS EXTERNAL.
           01  WS-CHAIN-HASH           PIC X(18) IS EXTERNAL.
           01  WS-CHAIN-STATUS         PIC X(02) IS EXTERNAL.

           01  WS-LCS-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-LCS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-STATE                   VALUE 'Y'.
           01  WS-LCS-LOAD-STATUS      PIC X(02) VALUE SPACES.

      *> LOG-CHAIN-STATE IS READ AFRESH ON EVERY CALL AND
      *> REWRITTEN AFTER EVERY LINK, SO TWO PROGRAMS IN THE SAME
      *> RUN UNIT (OR ONE AFTER ANOTHER) NEVER REUSE A NUMBER.
           01  WS-ST-SIZE              PIC 9(02) VALUE 0.
           01  MAX-ST-SIZE             PIC 9(02) VALUE 20.
           01  WS-ST-TABLE.
               05  WS-ST-ENTRY OCCURS 20 TIMES.
                   10  ST-LOG-NAME     PIC X(20).
                   10  ST-LAST-SEQ     PIC 9(09).
                   10  ST-LAST-HASH    PIC X(18).
                   10  ST-LAST-DATE    PIC X(08).
                   10  ST-LAST-TIME    PIC X(08).
           01  WS-ST-IDX               PIC 9(02) VALUE 0.
           01  WS-ST-FOUND-IDX         PIC 9(02) VALUE 0.

           01  WS-ZERO-HASH            PIC X(18)
               VALUE "000000000000000000".

      *> WHAT IS HASHED: THE RECORD, ITS NUMBER, AND THE LINK.
           01  WS-HASH-TEXT.
               05  WS-HT-RECORD        PIC X(200).
               05  WS-HT-SEQ           PIC 9(09).
               05  WS-HT-PREV-HASH     PIC X(18).
           01  WS-HASH-TEXT-LENGTH     PIC 9(03) VALUE 227.
           01  WS-HASH-CHAR-IDX        PIC 9(03) VALUE 0.
           01  WS-HASH-ROUND           PIC 9(01) VALUE 0.
           01  WS-HASH-CHAR-VALUE      PIC 9(03) VALUE 0.
           01  WS-HASH-WORK            PIC 9(14) VALUE 0.
           01  WS-HASH-RESULT-NUM.
               05  WS-HASH-1           PIC 9(09) VALUE 0.
               05  WS-HASH-2           PIC 9(09) VALUE 0.
      *> TWO ACCUMULATORS, EACH KEPT BELOW ITS OWN PRIME - THE
      *> SAME SCHEME AS PASSCODE-HASH.
           01  HASH-PRIME-1            PIC 9(09) VALUE 999999937.
           01  HASH-PRIME-2            PIC 9(09) VALUE 999999929.
           01  HASH-ROUNDS             PIC 9(01) VALUE 2.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "00" TO WS-CHAIN-STATUS.
           EVALUATE WS-CHAIN-FUNCTION
               WHEN 'N'
                   PERFORM 3000-NEXT-LINK
                       THRU 3000-EXIT
               WHEN 'H'
                   PERFORM 2000-COMPUTE-HASH
                       THRU 2000-EXIT
               WHEN 'S'
                   PERFORM 4000-STATE-LOOKUP
                       THRU 4000-EXIT
               WHEN OTHER
                   MOVE "90" TO WS-CHAIN-STATUS
           END-EVALUATE.
           GOBACK.

      *----------------------------------------------------------*
      *  1000-LOAD-STATE - EVERY LOG'S LAST NUMBER AND HASH. NO
      *  LOG-CHAIN-STATE YET IS AN EMPTY TABLE ("35"); ANY OTHER
      *  OPEN FAILURE IS "90".
      *----------------------------------------------------------*
       1000-LOAD-STATE.
           MOVE 0 TO WS-ST-SIZE.
           MOVE 'N' TO WS-LCS-EOF-SWITCH.
           MOVE "00" TO WS-LCS-LOAD-STATUS.
           OPEN INPUT LOG-CHAIN-STATE.
           IF WS-LCS-FILE-STATUS = "35"
               MOVE "35" TO WS-LCS-LOAD-STATUS
               GO TO 1000-EXIT
           END-IF.
           IF WS-LCS-FILE-STATUS NOT = "00"
               DISPLAY "LOG-CHAIN-STATE OPEN FAILED, FILE STATUS="
                   WS-LCS-FILE-STATUS
               MOVE "90" TO WS-LCS-LOAD-STATUS
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-LOAD-ONE-STATE
               THRU 1010-EXIT
               UNTIL END-OF-STATE.
           CLOSE LOG-CHAIN-STATE.
       1000-EXIT.
           EXIT.

       1010-LOAD-ONE-STATE.
           READ LOG-CHAIN-STATE
               AT END
                   MOVE 'Y' TO WS-LCS-EOF-SWITCH
           END-READ.
           IF END-OF-STATE
               GO TO 1010-EXIT
           END-IF.
           IF LCS-LOG-NAME = SPACES
               OR WS-ST-SIZE >= MAX-ST-SIZE
               GO TO 1010-EXIT
           END-IF.
           ADD 1 TO WS-ST-SIZE.
           MOVE LCS-LOG-NAME TO ST-LOG-NAME(WS-ST-SIZE).
           IF LCS-LAST-SEQ IS NUMERIC
               MOVE LCS-LAST-SEQ TO ST-LAST-SEQ(WS-ST-SIZE)
           ELSE
               MOVE 0 TO ST-LAST-SEQ(WS-ST-SIZE)
           END-IF.
           MOVE LCS-LAST-HASH TO ST-LAST-HASH(WS-ST-SIZE).
           MOVE LCS-LAST-DATE TO ST-LAST-DATE(WS-ST-SIZE).
           MOVE LCS-LAST-TIME TO ST-LAST-TIME(WS-ST-SIZE).
       1010-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-FIND-LOG - THE TABLE ENTRY FOR WS-CHAIN-LOG-NAME,
      *  INTO WS-ST-FOUND-IDX (ZERO WHEN THE LOG HAS NONE).
      *----------------------------------------------------------*
       1100-FIND-LOG.
           MOVE 0 TO WS-ST-FOUND-IDX.
           PERFORM 1110-CHECK-ONE-LOG
               THRU 1110-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-SIZE
                  OR WS-ST-FOUND-IDX > 0.
       1100-EXIT.
           EXIT.

       1110-CHECK-ONE-LOG.
           IF ST-LOG-NAME(WS-ST-IDX) = WS-CHAIN-LOG-NAME
               MOVE WS-ST-IDX TO WS-ST-FOUND-IDX
           END-IF.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-SAVE-STATE - REWRITE LOG-CHAIN-STATE FROM THE
      *  TABLE, ONE RECORD PER LOG.
      *----------------------------------------------------------*
       1200-SAVE-STATE.
           OPEN OUTPUT LOG-CHAIN-STATE.
           IF WS-LCS-FILE-STATUS NOT = "00"
               DISPLAY "LOG-CHAIN-STATE OPEN FAILED, FILE STATUS="
                   WS-LCS-FILE-STATUS
               MOVE "90" TO WS-CHAIN-STATUS
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-SAVE-ONE-STATE
               THRU 1210-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-SIZE.
           CLOSE LOG-CHAIN-STATE.
       1200-EXIT.
           EXIT.

       1210-SAVE-ONE-STATE.
           MOVE SPACES TO LOG-CHAIN-STATE-REC.
           MOVE ST-LOG-NAME(WS-ST-IDX) TO LCS-LOG-NAME.
           MOVE ST-LAST-SEQ(WS-ST-IDX) TO LCS-LAST-SEQ.
           MOVE ST-LAST-HASH(WS-ST-IDX) TO LCS-LAST-HASH.
           MOVE ST-LAST-DATE(WS-ST-IDX) TO LCS-LAST-DATE.
           MOVE ST-LAST-TIME(WS-ST-IDX) TO LCS-LAST-TIME.
           WRITE LOG-CHAIN-STATE-REC.
           IF WS-LCS-FILE-STATUS NOT = "00"
               DISPLAY "LOG-CHAIN-STATE WRITE FAILED, FILE STATUS="
                   WS-LCS-FILE-STATUS
               MOVE "90" TO WS-CHAIN-STATUS
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-COMPUTE-HASH - FOLD THE RECORD, ITS NUMBER AND THE
      *  PREVIOUS HASH INTO THE 18-DIGIT RESULT.
      *----------------------------------------------------------*
       2000-COMPUTE-HASH.
           MOVE WS-CHAIN-RECORD TO WS-HT-RECORD.
           MOVE WS-CHAIN-SEQ TO WS-HT-SEQ.
           MOVE WS-CHAIN-PREV-HASH TO WS-HT-PREV-HASH.
           MOVE 5381 TO WS-HASH-1.
           MOVE 7919 TO WS-HASH-2.
           PERFORM 2100-HASH-ONE-ROUND
               THRU 2100-EXIT
               VARYING WS-HASH-ROUND FROM 1 BY 1
               UNTIL WS-HASH-ROUND > HASH-ROUNDS.
           MOVE WS-HASH-RESULT-NUM TO WS-CHAIN-HASH.
       2000-EXIT.
           EXIT.

       2100-HASH-ONE-ROUND.
           PERFORM 2110-HASH-ONE-CHAR
               THRU 2110-EXIT
               VARYING WS-HASH-CHAR-IDX FROM 1 BY 1
               UNTIL WS-HASH-CHAR-IDX > WS-HASH-TEXT-LENGTH.
       2100-EXIT.
           EXIT.

       2110-HASH-ONE-CHAR.
           COMPUTE WS-HASH-CHAR-VALUE =
               FUNCTION ORD(WS-HASH-TEXT(WS-HASH-CHAR-IDX:1)).
           COMPUTE WS-HASH-WORK =
               WS-HASH-1 * 33 + WS-HASH-CHAR-VALUE + WS-HASH-2.
           COMPUTE WS-HASH-1 =
               FUNCTION MOD(WS-HASH-WORK, HASH-PRIME-1).
           COMPUTE WS-HASH-WORK =
               WS-HASH-2 * 131
               + WS-HASH-CHAR-VALUE * WS-HASH-CHAR-IDX
               + WS-HASH-ROUND.
           COMPUTE WS-HASH-2 =
               FUNCTION MOD(WS-HASH-WORK, HASH-PRIME-2).
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-NEXT-LINK - NUMBER AND CHAIN ONE RECORD ABOUT TO BE
      *  APPENDED, AND MOVE THE LOG'S STATE ON TO IT. ANY
      *  FAILURE HANDS BACK BLANK CHAIN FIELDS.
      *----------------------------------------------------------*
       3000-NEXT-LINK.
           PERFORM 1000-LOAD-STATE
               THRU 1000-EXIT.
           IF WS-LCS-LOAD-STATUS = "90"
               MOVE "90" TO WS-CHAIN-STATUS
               GO TO 3000-FAILED
           END-IF.
           PERFORM 1100-FIND-LOG
               THRU 1100-EXIT.
           IF WS-ST-FOUND-IDX = 0
               IF WS-ST-SIZE >= MAX-ST-SIZE
                   DISPLAY "LOG-CHAIN-STATE FULL - "
                       WS-CHAIN-LOG-NAME " NOT CHAINED"
                   MOVE "90" TO WS-CHAIN-STATUS
                   GO TO 3000-FAILED
               END-IF
               ADD 1 TO WS-ST-SIZE
               MOVE WS-ST-SIZE TO WS-ST-FOUND-IDX
               MOVE WS-CHAIN-LOG-NAME TO ST-LOG-NAME(WS-ST-SIZE)
               MOVE 0 TO ST-LAST-SEQ(WS-ST-SIZE)
               MOVE WS-ZERO-HASH TO ST-LAST-HASH(WS-ST-SIZE)
           END-IF.
           COMPUTE WS-CHAIN-SEQ = ST-LAST-SEQ(WS-ST-FOUND-IDX) + 1.
           MOVE ST-LAST-HASH(WS-ST-FOUND-IDX) TO WS-CHAIN-PREV-HASH.
           PERFORM 2000-COMPUTE-HASH
               THRU 2000-EXIT.
           MOVE WS-CHAIN-SEQ TO ST-LAST-SEQ(WS-ST-FOUND-IDX).
           MOVE WS-CHAIN-HASH TO ST-LAST-HASH(WS-ST-FOUND-IDX).
           ACCEPT ST-LAST-DATE(WS-ST-FOUND-IDX) FROM DATE YYYYMMDD.
           ACCEPT ST-LAST-TIME(WS-ST-FOUND-IDX) FROM TIME.
           PERFORM 1200-SAVE-STATE
               THRU 1200-EXIT.
           IF WS-CHAIN-STATUS = "00"
               GO TO 3000-EXIT
           END-IF.
       3000-FAILED.
           MOVE 0 TO WS-CHAIN-SEQ.
           MOVE SPACES TO WS-CHAIN-PREV-HASH.
           MOVE SPACES TO WS-CHAIN-HASH.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-STATE-LOOKUP - THE LAST NUMBER AND HASH ISSUED FOR
      *  ONE LOG, FOR LOG-VERIFY'S END-OF-CHAIN CHECK.
      *----------------------------------------------------------*
       4000-STATE-LOOKUP.
           MOVE 0 TO WS-CHAIN-SEQ.
           MOVE SPACES TO WS-CHAIN-HASH.
           PERFORM 1000-LOAD-STATE
               THRU 1000-EXIT.
           IF WS-LCS-LOAD-STATUS NOT = "00"
               MOVE WS-LCS-LOAD-STATUS TO WS-CHAIN-STATUS
               GO TO 4000-EXIT
           END-IF.
           PERFORM 1100-FIND-LOG
               THRU 1100-EXIT.
           IF WS-ST-FOUND-IDX = 0
               MOVE "23" TO WS-CHAIN-STATUS
               GO TO 4000-EXIT
           END-IF.
           MOVE ST-LAST-SEQ(WS-ST-FOUND-IDX) TO WS-CHAIN-SEQ.
           MOVE ST-LAST-HASH(WS-ST-FOUND-IDX) TO WS-CHAIN-HASH.
       4000-EXIT.
           EXIT.
       END PROGRAM LOG-CHAIN.
