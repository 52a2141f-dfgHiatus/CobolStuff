       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATE-ROLLBACK.
       AUTHOR. DATA-PROCESSING.
      *> Puts every carried-forward state file back the way it was
      *> before a chosen run. A bad night - a wrong TWOSUM-CTL, a
      *> truncated input - used to leave SETTLED-PAIRS, OPEN-ITEMS
      *> and the rest half-updated with no clean way back;
      *> CUST-BACKUP and CUST-RECOVER only ever covered the
      *> customer master.
      *>
      *> BATCH-DRIVER snapshots every state file before the first
      *> step of a live chain and records the verified copies on
      *> SNAPSHOT-REGISTER under the run number. This utility
      *> takes the run number from OPER-MENU (which asks the
      *> operator to confirm first), and from the register entries
      *> for that run:
      *>   - RE-COUNTS EVERY SNAPSHOT COPY AGAINST THE COUNT
      *>     REGISTERED FOR IT. ONE MISSING OR SHORT COPY AND
      *>     NOTHING AT ALL IS RESTORED - HALF A ROLLBACK IS NO
      *>     BETTER THAN HALF A NIGHT;
      *>   - REWRITES EACH STATE FILE FROM ITS SNAPSHOT, AND
      *>     REMOVES AGAIN ANY FILE THAT DID NOT EXIST BEFORE THE
      *>     RUN;
      *>   - RE-COUNTS EACH RESTORED FILE AGAINST ITS SNAPSHOT.
      *> The indexed REFCODE-REGISTRY is snapshot as a flat copy
      *> in key order; its restore rebuilds the registry empty and
      *> writes every record back by key, and a registry that did
      *> not exist before the run is left empty rather than removed
      *> - CODE-ISSUE treats an empty registry exactly as a new one.
      *>
      *> ROLLBACK-RPT shows every file's record count before and
      *> after the rollback. The snapshots themselves are left in
      *> place, so a rollback that stopped part-way can simply be
      *> run again.
      *>
      *> Rolling back to before a run also undoes every later run
      *> on the register; those are counted on the report and end
      *> the step RC-WARNING. BATCHDRV-CKPT is left alone - check
      *> the restart point before the chain is rerun.
      *>
      *> NO RUN NUMBER, NO ROLLBACK: run standalone (outside
      *> OPER-MENU) the step ends RC-ERROR without touching a file.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> be CALLed from the menu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-REGISTER
               ASSIGN TO "SNAPSHOT-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPREG-FILE-STATUS.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-CODE
               FILE STATUS IS WS-STATE-FILE-STATUS.
           SELECT ROLLBACK-RPT
               ASSIGN TO "ROLLBACK-RPT"
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
       FD  SNAPSHOT-REGISTER
           LABEL RECORDS ARE OMITTED.
           COPY SNAPREG.

      *> ANY ONE OF THE STATE FILES AND ITS SNAPSHOT, THE SAME
      *> RECORD SIZE BATCH-DRIVER COPIES THEM WITH.
       FD  STATE-FILE
           LABEL RECORDS ARE OMITTED.
       01  STATE-FILE-REC              PIC X(200).

       FD  STATE-COPY
           LABEL RECORDS ARE OMITTED.
       01  STATE-COPY-REC              PIC X(200).

      *> THE ONE INDEXED STATE FILE: COUNTED IN KEY ORDER AND
      *> REBUILT FROM ITS FLAT SNAPSHOT BY KEY.
       FD  REFCODE-REGISTRY
           LABEL RECORDS ARE STANDARD.
           COPY REFCODE.

       FD  ROLLBACK-RPT
           LABEL RECORDS ARE OMITTED.
       01  ROLLBACK-RPT-LINE           PIC X(110).

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  PROBLEM-LOG
           LABEL RECORDS ARE OMITTED.
           COPY PROBREC.

       WORKING-STORAGE SECTION.
      *> RUN CORRELATION STAMP: SET BY BATCH-DRIVER (OR OPER-MENU
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
      *> THE RUN TO ROLL BACK TO BEFORE, KEYED AND CONFIRMED ON
      *> OPER-MENU. STILL LOW-VALUES ON A STANDALONE RUN.
           01  WS-ROLLBACK-RUN-NUMBER  PIC 9(06) IS EXTERNAL.

           01  WS-SNAPREG-FILE-STATUS  PIC X(02) VALUE SPACES.
           01  WS-STATE-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-COPY-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-STATE-FILENAME       PIC X(80) VALUE SPACES.
           01  WS-COPY-FILENAME        PIC X(80) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.

           01  WS-TARGET-RUN           PIC 9(06) VALUE 0.
           01  WS-TARGET-DATE          PIC X(08) VALUE SPACES.
           01  WS-LATER-RUNS           PIC 9(05) VALUE 0.
           01  WS-LAST-LATER-RUN       PIC 9(06) VALUE 0.

      *> THE REGISTER ENTRIES FOR THE CHOSEN RUN, AND WHAT THE
      *> ROLLBACK FOUND AND LEFT FOR EACH FILE.
           01  WS-RB-SIZE              PIC 9(02) VALUE 0.
           01  MAX-RB-SIZE             PIC 9(02) VALUE 20.
           01  WS-RB-TABLE.
               05  WS-RB-ENTRY OCCURS 20 TIMES.
                   10  RB-STATE-FILE   PIC X(20).
                       88  RB-INDEXED-FILE      VALUE
                                           "REFCODE-REGISTRY".
                   10  RB-COPY-FILE    PIC X(40).
                   10  RB-REG-COUNT    PIC 9(09).
                   10  RB-PRESENT      PIC X(01).
                   10  RB-BEFORE-COUNT PIC 9(09).
                   10  RB-BEFORE-PRESENT
                                       PIC X(01).
                   10  RB-AFTER-COUNT  PIC 9(09).
                   10  RB-RESULT       PIC X(14).
           01  WS-RB-IDX               PIC 9(02) VALUE 0.
           01  WS-RB-FOUND             PIC X(01) VALUE 'N'.
               88  RB-FILE-LISTED                 VALUE 'Y'.

      *> A COUNT OF WHICHEVER FILE WAS LAST COUNTED, AND WHETHER
      *> IT WAS THERE TO COUNT.
           01  WS-FILE-COUNT           PIC 9(09) VALUE 0.
           01  WS-FILE-PRESENT         PIC X(01) VALUE 'N'.
               88  FILE-ON-DISK                   VALUE 'Y'.
           01  WS-COPY-COUNT           PIC 9(09) VALUE 0.

           01  WS-BAD-SNAPSHOTS        PIC 9(05) VALUE 0.
           01  WS-FILES-RESTORED       PIC 9(05) VALUE 0.
           01  WS-FILES-REMOVED        PIC 9(05) VALUE 0.
           01  WS-FILES-FAILED         PIC 9(05) VALUE 0.
           01  WS-RECORDS-RESTORED     PIC 9(09) VALUE 0.
           01  WS-ROLLBACK-SWITCH      PIC X(01) VALUE 'N'.
               88  ROLLBACK-ATTEMPTED             VALUE 'Y'.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(29)
                   VALUE "STATE ROLLBACK TO BEFORE RUN ".
               05  H-TARGET-RUN        PIC 9(06).
               05  FILLER              PIC X(04) VALUE " OF ".
               05  H-TARGET-DATE       PIC X(08).
               05  FILLER              PIC X(04) VALUE " BY ".
               05  H-OPERATOR          PIC X(08).
               05  FILLER              PIC X(04) VALUE " ON ".
               05  H-RUN-DATE          PIC X(08).
               05  FILLER              PIC X(39) VALUE SPACES.
           01  RPT-HEADING-2.
               05  FILLER              PIC X(20) VALUE "STATE FILE".
               05  FILLER              PIC X(13)
                   VALUE "       BEFORE".
               05  FILLER              PIC X(13)
                   VALUE "        AFTER".
               05  FILLER              PIC X(16) VALUE "  RESULT".
               05  FILLER              PIC X(48) VALUE "SNAPSHOT".
           01  RPT-BLANK               PIC X(110) VALUE SPACES.
           01  RPT-FILE-LINE.
               05  RL-STATE-FILE       PIC X(20).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-BEFORE           PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-AFTER            PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-RESULT           PIC X(14).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-COPY-FILE        PIC X(40).
               05  FILLER              PIC X(06) VALUE SPACES.
           01  RPT-COUNT-LINE.
               05  RCL-LABEL           PIC X(36).
               05  RCL-COUNT           PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(63) VALUE SPACES.
           01  RPT-OUTCOME-LINE        PIC X(110) VALUE SPACES.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "REG=".
               05  WS-PS-REG       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "STA=".
               05  WS-PS-STA       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "SNP=".
               05  WS-PS-SNP       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(04)
                                   VALUE "RUN=".
               05  WS-PC-RUN       PIC 9(06).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(09)
                                   VALUE "RESTORED=".
               05  WS-PC-RESTORED  PIC 9(05).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(07)
                                   VALUE "FAILED=".
               05  WS-PC-FAILED    PIC 9(05).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(09)
                                   VALUE "BAD-SNAP=".
               05  WS-PC-BAD-SNAP  PIC 9(05).

           COPY RETCODES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *> RESET EVERY SWITCH, COUNT, AND THE RETURN CODE EXPLICITLY -
      *> UNDER STATIC CALL, WORKING-STORAGE VALUE CLAUSES ONLY APPLY
      *> ON THE FIRST LOAD OF THE RUN UNIT, NOT ON EVERY CALL.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 0 TO WS-TARGET-RUN.
           MOVE SPACES TO WS-TARGET-DATE.
           MOVE 0 TO WS-LATER-RUNS.
           MOVE 0 TO WS-LAST-LATER-RUN.
           MOVE 0 TO WS-RB-SIZE.
           MOVE 0 TO WS-BAD-SNAPSHOTS.
           MOVE 0 TO WS-FILES-RESTORED.
           MOVE 0 TO WS-FILES-REMOVED.
           MOVE 0 TO WS-FILES-FAILED.
           MOVE 0 TO WS-RECORDS-RESTORED.
           MOVE 'N' TO WS-ROLLBACK-SWITCH.
           MOVE SPACES TO WS-STATE-FILENAME.
           MOVE SPACES TO WS-COPY-FILENAME.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-ROLLBACK-RUN-NUMBER IS NOT NUMERIC
               OR WS-ROLLBACK-RUN-NUMBER = 0
               DISPLAY "NO RUN NUMBER GIVEN - A ROLLBACK NEEDS THE "
                   "OPERATOR'S EXPLICIT INSTRUCTION FROM OPER-MENU"
               MOVE "0000-MAINLINE" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 0000-WRAP-UP
           END-IF.
           MOVE WS-ROLLBACK-RUN-NUMBER TO WS-TARGET-RUN.
           PERFORM 1000-LOAD-REGISTER
               THRU 1000-EXIT.
           IF RC-NORMAL
               PERFORM 2000-CHECK-SNAPSHOTS
                   THRU 2000-EXIT
           END-IF.
           PERFORM 2500-COUNT-BEFORE
               THRU 2500-EXIT
               VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-SIZE.
           IF RC-NORMAL
               MOVE 'Y' TO WS-ROLLBACK-SWITCH
               PERFORM 3000-RESTORE-ONE-FILE
                   THRU 3000-EXIT
                   VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-SIZE
               IF WS-FILES-FAILED > 0
                   MOVE "3000-RESTORE-ONE-FILE"
                       TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
               END-IF
           END-IF.
      *> A LATER RUN ON THE REGISTER HAS JUST BEEN UNDONE TOO -
      *> WORTH A SECOND LOOK, NOT AN ERROR.
           IF RC-NORMAL AND WS-LATER-RUNS > 0
               SET RC-WARNING TO TRUE
           END-IF.
           PERFORM 6000-WRITE-REPORT
               THRU 6000-EXIT.
           DISPLAY "STATE-ROLLBACK TO BEFORE RUN " WS-TARGET-RUN.
           DISPLAY "FILES RESTORED.............: " WS-FILES-RESTORED.
           DISPLAY "FILES REMOVED..............: " WS-FILES-REMOVED.
           DISPLAY "FILES THAT FAILED..........: " WS-FILES-FAILED.
           DISPLAY "LATER RUNS ALSO UNDONE.....: " WS-LATER-RUNS.
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
      *  1000-LOAD-REGISTER - THE SNAPSHOTS TAKEN FOR THE CHOSEN
      *  RUN, AND HOW MANY LATER RUNS THE ROLLBACK WILL UNDO.
      *----------------------------------------------------------*
       1000-LOAD-REGISTER.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SNAPSHOT-REGISTER.
           IF WS-SNAPREG-FILE-STATUS NOT = "00"
               DISPLAY "SNAPSHOT-REGISTER OPEN FAILED, FILE STATUS="
                   WS-SNAPREG-FILE-STATUS
               MOVE "1000-LOAD-REGISTER" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-ENTRY
               THRU 1100-EXIT
               UNTIL END-OF-FILE.
           CLOSE SNAPSHOT-REGISTER.
           IF WS-RB-SIZE = 0
               DISPLAY "NO SNAPSHOT REGISTERED FOR RUN "
                   WS-TARGET-RUN " - NOTHING RESTORED"
               MOVE "1000-LOAD-REGISTER" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-ENTRY.
           READ SNAPSHOT-REGISTER
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1100-EXIT
           END-IF.
           IF SNP-RUN-NUMBER IS NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           IF SNP-RUN-NUMBER > WS-TARGET-RUN
               IF SNP-RUN-NUMBER NOT = WS-LAST-LATER-RUN
                   ADD 1 TO WS-LATER-RUNS
                   MOVE SNP-RUN-NUMBER TO WS-LAST-LATER-RUN
               END-IF
               GO TO 1100-EXIT
           END-IF.
           IF SNP-RUN-NUMBER NOT = WS-TARGET-RUN
               GO TO 1100-EXIT
           END-IF.
           MOVE SNP-RUN-DATE TO WS-TARGET-DATE.
      *> THE SAME FILE TWICE UNDER ONE RUN KEEPS THE LATER ENTRY.
           MOVE 'N' TO WS-RB-FOUND.
           PERFORM 1150-MATCH-ONE-ENTRY
               THRU 1150-EXIT
               VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-SIZE
               OR RB-FILE-LISTED.
           IF RB-FILE-LISTED
               SUBTRACT 1 FROM WS-RB-IDX
           ELSE
               IF WS-RB-SIZE >= MAX-RB-SIZE
                   DISPLAY "MORE THAN " MAX-RB-SIZE
                       " STATE FILES FOR ONE RUN - EXTRAS IGNORED"
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-RB-SIZE
               MOVE WS-RB-SIZE TO WS-RB-IDX
           END-IF.
           MOVE SNP-STATE-FILE TO RB-STATE-FILE(WS-RB-IDX).
           MOVE SNP-COPY-FILE TO RB-COPY-FILE(WS-RB-IDX).
           MOVE SNP-REC-COUNT TO RB-REG-COUNT(WS-RB-IDX).
           MOVE SNP-PRESENT-FLAG TO RB-PRESENT(WS-RB-IDX).
           MOVE 0 TO RB-BEFORE-COUNT(WS-RB-IDX).
           MOVE 'N' TO RB-BEFORE-PRESENT(WS-RB-IDX).
           MOVE 0 TO RB-AFTER-COUNT(WS-RB-IDX).
           MOVE "NOT RESTORED" TO RB-RESULT(WS-RB-IDX).
       1100-EXIT.
           EXIT.

       1150-MATCH-ONE-ENTRY.
           IF RB-STATE-FILE(WS-RB-IDX) = SNP-STATE-FILE
               MOVE 'Y' TO WS-RB-FOUND
           END-IF.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-CHECK-SNAPSHOTS - EVERY SNAPSHOT COPY MUST STILL BE
      *  ON DISK WITH THE COUNT REGISTERED FOR IT BEFORE ANY STATE
      *  FILE IS TOUCHED.
      *----------------------------------------------------------*
       2000-CHECK-SNAPSHOTS.
           PERFORM 2100-CHECK-ONE-SNAPSHOT
               THRU 2100-EXIT
               VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-SIZE.
           IF WS-BAD-SNAPSHOTS > 0
               DISPLAY WS-BAD-SNAPSHOTS " SNAPSHOT(S) MISSING OR OUT "
                   "OF BALANCE - NOTHING RESTORED"
               MOVE "2000-CHECK-SNAPSHOTS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-SNAPSHOT.
           IF RB-PRESENT(WS-RB-IDX) NOT = 'Y'
               GO TO 2100-EXIT
           END-IF.
           PERFORM 4500-COUNT-SNAPSHOT-COPY
               THRU 4500-EXIT.
           IF NOT FILE-ON-DISK
               OR WS-COPY-COUNT NOT = RB-REG-COUNT(WS-RB-IDX)
               DISPLAY "SNAPSHOT " RB-COPY-FILE(WS-RB-IDX)
                   " MISSING OR OUT OF BALANCE"
               MOVE "BAD SNAPSHOT" TO RB-RESULT(WS-RB-IDX)
               ADD 1 TO WS-BAD-SNAPSHOTS
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2500-COUNT-BEFORE - EACH STATE FILE AS THE ROLLBACK
      *  FOUND IT.
      *----------------------------------------------------------*
       2500-COUNT-BEFORE.
           MOVE SPACES TO WS-STATE-FILENAME.
           MOVE RB-STATE-FILE(WS-RB-IDX) TO WS-STATE-FILENAME.
           PERFORM 4000-COUNT-STATE-FILE
               THRU 4000-EXIT.
           MOVE WS-FILE-COUNT TO RB-BEFORE-COUNT(WS-RB-IDX).
           MOVE WS-FILE-PRESENT TO RB-BEFORE-PRESENT(WS-RB-IDX).
           MOVE WS-FILE-COUNT TO RB-AFTER-COUNT(WS-RB-IDX).
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-RESTORE-ONE-FILE - REWRITE THE STATE FILE FROM ITS
      *  SNAPSHOT AND RE-COUNT IT, OR - WHEN IT DID NOT EXIST
      *  BEFORE THE RUN - REMOVE IT AGAIN. A FAILURE ON ONE FILE
      *  DOES NOT STOP THE OTHERS; THE SNAPSHOTS STAY PUT FOR A
      *  RERUN.
      *----------------------------------------------------------*
       3000-RESTORE-ONE-FILE.
           MOVE SPACES TO WS-STATE-FILENAME.
           MOVE RB-STATE-FILE(WS-RB-IDX) TO WS-STATE-FILENAME.
           IF RB-PRESENT(WS-RB-IDX) NOT = 'Y'
               AND RB-BEFORE-PRESENT(WS-RB-IDX) NOT = 'Y'
               MOVE "STILL ABSENT" TO RB-RESULT(WS-RB-IDX)
               GO TO 3000-EXIT
           END-IF.
           IF RB-INDEXED-FILE(WS-RB-IDX)
               PERFORM 3200-RESTORE-REGISTRY
                   THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF RB-PRESENT(WS-RB-IDX) NOT = 'Y'
               CALL "CBL_DELETE_FILE" USING WS-STATE-FILENAME
               PERFORM 4000-COUNT-STATE-FILE
                   THRU 4000-EXIT
               MOVE WS-FILE-COUNT TO RB-AFTER-COUNT(WS-RB-IDX)
               IF FILE-ON-DISK
                   MOVE "NOT REMOVED" TO RB-RESULT(WS-RB-IDX)
                   ADD 1 TO WS-FILES-FAILED
               ELSE
                   MOVE "REMOVED" TO RB-RESULT(WS-RB-IDX)
                   ADD 1 TO WS-FILES-REMOVED
               END-IF
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WS-COPY-FILENAME.
           MOVE RB-COPY-FILE(WS-RB-IDX) TO WS-COPY-FILENAME.
           OPEN INPUT STATE-COPY.
           IF WS-COPY-FILE-STATUS NOT = "00"
               DISPLAY "SNAPSHOT " RB-COPY-FILE(WS-RB-IDX)
                   " OPEN FAILED, FILE STATUS=" WS-COPY-FILE-STATUS
               MOVE "FAILED" TO RB-RESULT(WS-RB-IDX)
               ADD 1 TO WS-FILES-FAILED
               GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT STATE-FILE.
           IF WS-STATE-FILE-STATUS NOT = "00"
               DISPLAY RB-STATE-FILE(WS-RB-IDX)
                   " OPEN FAILED, FILE STATUS=" WS-STATE-FILE-STATUS
               MOVE "FAILED" TO RB-RESULT(WS-RB-IDX)
               ADD 1 TO WS-FILES-FAILED
               CLOSE STATE-COPY
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3100-RESTORE-ONE-REC
               THRU 3100-EXIT
               UNTIL END-OF-FILE.
           CLOSE STATE-COPY.
           CLOSE STATE-FILE.
           PERFORM 4000-COUNT-STATE-FILE
               THRU 4000-EXIT.
           MOVE WS-FILE-COUNT TO RB-AFTER-COUNT(WS-RB-IDX).
           IF WS-FILE-COUNT NOT = RB-REG-COUNT(WS-RB-IDX)
               DISPLAY RB-STATE-FILE(WS-RB-IDX)
                   " OUT OF BALANCE AFTER RESTORE - SNAPSHOT "
                   RB-REG-COUNT(WS-RB-IDX) ", ON DISK " WS-FILE-COUNT
               MOVE "OUT OF BALANCE" TO RB-RESULT(WS-RB-IDX)
               ADD 1 TO WS-FILES-FAILED
               GO TO 3000-EXIT
           END-IF.
           MOVE "RESTORED" TO RB-RESULT(WS-RB-IDX).
           ADD 1 TO WS-FILES-RESTORED.
           ADD WS-FILE-COUNT TO WS-RECORDS-RESTORED.
       3000-EXIT.
           EXIT.

       3100-RESTORE-ONE-REC.
           READ STATE-COPY
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT END-OF-FILE
               WRITE STATE-FILE-REC FROM STATE-COPY-REC
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3200-RESTORE-REGISTRY - REBUILD THE INDEXED REGISTRY
      *  EMPTY AND WRITE EVERY SNAPSHOT RECORD BACK BY KEY. A KEY
      *  THE SNAPSHOT HOLDS TWICE LEAVES THE COUNT SHORT AND FAILS
      *  THE FILE. NOT ON FILE BEFORE THE RUN LEAVES IT EMPTY.
      *----------------------------------------------------------*
       3200-RESTORE-REGISTRY.
           OPEN OUTPUT REFCODE-REGISTRY.
           IF WS-STATE-FILE-STATUS NOT = "00"
               DISPLAY RB-STATE-FILE(WS-RB-IDX)
                   " OPEN FAILED, FILE STATUS=" WS-STATE-FILE-STATUS
               MOVE "FAILED" TO RB-RESULT(WS-RB-IDX)
               ADD 1 TO WS-FILES-FAILED
               GO TO 3200-EXIT
           END-IF.
           IF RB-PRESENT(WS-RB-IDX) NOT = 'Y'
               CLOSE REFCODE-REGISTRY
               MOVE 0 TO RB-AFTER-COUNT(WS-RB-IDX)
               MOVE "EMPTIED" TO RB-RESULT(WS-RB-IDX)
               ADD 1 TO WS-FILES-REMOVED
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO WS-COPY-FILENAME.
           MOVE RB-COPY-FILE(WS-RB-IDX) TO WS-COPY-FILENAME.
           OPEN INPUT STATE-COPY.
           IF WS-COPY-FILE-STATUS NOT = "00"
               DISPLAY "SNAPSHOT " RB-COPY-FILE(WS-RB-IDX)
                   " OPEN FAILED, FILE STATUS=" WS-COPY-FILE-STATUS
               MOVE "FAILED" TO RB-RESULT(WS-RB-IDX)
               ADD 1 TO WS-FILES-FAILED
               CLOSE REFCODE-REGISTRY
               GO TO 3200-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3210-RESTORE-ONE-REGISTRY-REC
               THRU 3210-EXIT
               UNTIL END-OF-FILE.
           CLOSE STATE-COPY.
           CLOSE REFCODE-REGISTRY.
           PERFORM 4000-COUNT-STATE-FILE
               THRU 4000-EXIT.
           MOVE WS-FILE-COUNT TO RB-AFTER-COUNT(WS-RB-IDX).
           IF WS-FILE-COUNT NOT = RB-REG-COUNT(WS-RB-IDX)
               DISPLAY RB-STATE-FILE(WS-RB-IDX)
                   " OUT OF BALANCE AFTER RESTORE - SNAPSHOT "
                   RB-REG-COUNT(WS-RB-IDX) ", ON DISK " WS-FILE-COUNT
               MOVE "OUT OF BALANCE" TO RB-RESULT(WS-RB-IDX)
               ADD 1 TO WS-FILES-FAILED
               GO TO 3200-EXIT
           END-IF.
           MOVE "RESTORED" TO RB-RESULT(WS-RB-IDX).
           ADD 1 TO WS-FILES-RESTORED.
           ADD WS-FILE-COUNT TO WS-RECORDS-RESTORED.
       3200-EXIT.
           EXIT.

       3210-RESTORE-ONE-REGISTRY-REC.
           READ STATE-COPY
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 3210-EXIT
           END-IF.
           MOVE STATE-COPY-REC TO REF-CODE-REC.
           WRITE REF-CODE-REC
               INVALID KEY
                   DISPLAY "REFCODE-REGISTRY KEY " REF-CODE
                       " NOT RESTORED, FILE STATUS="
                       WS-STATE-FILE-STATUS
           END-WRITE.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-COUNT-STATE-FILE - RECORDS ON THE STATE FILE NAMED
      *  IN WS-STATE-FILENAME. NOT ON DISK COUNTS AS ZERO.
      *----------------------------------------------------------*
       4000-COUNT-STATE-FILE.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 'N' TO WS-FILE-PRESENT.
           IF RB-INDEXED-FILE(WS-RB-IDX)
               PERFORM 4200-COUNT-REGISTRY
                   THRU 4200-EXIT
               GO TO 4000-EXIT
           END-IF.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-FILE-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF.
           MOVE 'Y' TO WS-FILE-PRESENT.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 4100-COUNT-ONE-STATE-REC
               THRU 4100-EXIT
               UNTIL END-OF-FILE.
           CLOSE STATE-FILE.
       4000-EXIT.
           EXIT.

       4100-COUNT-ONE-STATE-REC.
           READ STATE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-FILE-COUNT
           END-IF.
       4100-EXIT.
           EXIT.

       4200-COUNT-REGISTRY.
           OPEN INPUT REFCODE-REGISTRY.
           IF WS-STATE-FILE-STATUS NOT = "00"
               GO TO 4200-EXIT
           END-IF.
           MOVE 'Y' TO WS-FILE-PRESENT.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 4210-COUNT-ONE-REGISTRY-REC
               THRU 4210-EXIT
               UNTIL END-OF-FILE.
           CLOSE REFCODE-REGISTRY.
       4200-EXIT.
           EXIT.

       4210-COUNT-ONE-REGISTRY-REC.
           READ REFCODE-REGISTRY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-FILE-COUNT
           END-IF.
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4500-COUNT-SNAPSHOT-COPY - RECORDS ON THE SNAPSHOT OF
      *  THE ENTRY AT WS-RB-IDX.
      *----------------------------------------------------------*
       4500-COUNT-SNAPSHOT-COPY.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE 'N' TO WS-FILE-PRESENT.
           MOVE SPACES TO WS-COPY-FILENAME.
           MOVE RB-COPY-FILE(WS-RB-IDX) TO WS-COPY-FILENAME.
           OPEN INPUT STATE-COPY.
           IF WS-COPY-FILE-STATUS NOT = "00"
               GO TO 4500-EXIT
           END-IF.
           MOVE 'Y' TO WS-FILE-PRESENT.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 4600-COUNT-ONE-COPY-REC
               THRU 4600-EXIT
               UNTIL END-OF-FILE.
           CLOSE STATE-COPY.
       4500-EXIT.
           EXIT.

       4600-COUNT-ONE-COPY-REC.
           READ STATE-COPY
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-COPY-COUNT
           END-IF.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-WRITE-REPORT - ONE LINE PER STATE FILE WITH ITS
      *  RECORD COUNT BEFORE AND AFTER THE ROLLBACK, THEN THE
      *  TOTALS AND THE OUTCOME.
      *----------------------------------------------------------*
       6000-WRITE-REPORT.
           OPEN OUTPUT ROLLBACK-RPT.
           MOVE WS-TARGET-RUN TO H-TARGET-RUN.
           MOVE WS-TARGET-DATE TO H-TARGET-DATE.
           IF WS-AUDIT-OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO H-OPERATOR
           ELSE
               MOVE WS-AUDIT-OPERATOR-ID TO H-OPERATOR
           END-IF.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           WRITE ROLLBACK-RPT-LINE FROM RPT-HEADING-1.
           WRITE ROLLBACK-RPT-LINE FROM RPT-BLANK.
           WRITE ROLLBACK-RPT-LINE FROM RPT-HEADING-2.
           PERFORM 6100-WRITE-ONE-FILE-LINE
               THRU 6100-EXIT
               VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-SIZE.
           WRITE ROLLBACK-RPT-LINE FROM RPT-BLANK.
           MOVE "FILES RESTORED FROM SNAPSHOT" TO RCL-LABEL.
           MOVE WS-FILES-RESTORED TO RCL-COUNT.
           WRITE ROLLBACK-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "FILES REMOVED (ABSENT BEFORE RUN)" TO RCL-LABEL.
           MOVE WS-FILES-REMOVED TO RCL-COUNT.
           WRITE ROLLBACK-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "FILES THAT FAILED" TO RCL-LABEL.
           MOVE WS-FILES-FAILED TO RCL-COUNT.
           WRITE ROLLBACK-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "RECORDS RESTORED" TO RCL-LABEL.
           MOVE WS-RECORDS-RESTORED TO RCL-COUNT.
           WRITE ROLLBACK-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "LATER RUNS ALSO UNDONE" TO RCL-LABEL.
           MOVE WS-LATER-RUNS TO RCL-COUNT.
           WRITE ROLLBACK-RPT-LINE FROM RPT-COUNT-LINE.
           WRITE ROLLBACK-RPT-LINE FROM RPT-BLANK.
           EVALUATE TRUE
               WHEN NOT ROLLBACK-ATTEMPTED
                   MOVE "ROLLBACK NOT DONE - NO STATE FILE WAS TOUCHED"
                       TO RPT-OUTCOME-LINE
               WHEN WS-FILES-FAILED > 0
                   MOVE "ROLLBACK INCOMPLETE - CORRECT THE FAILURES AND"
                       & " RUN IT AGAIN" TO RPT-OUTCOME-LINE
               WHEN OTHER
                   MOVE "ROLLBACK COMPLETE - BATCHDRV-CKPT UNCHANGED, "
                       & "CHECK THE RESTART POINT BEFORE RERUNNING"
                       TO RPT-OUTCOME-LINE
           END-EVALUATE.
           WRITE ROLLBACK-RPT-LINE FROM RPT-OUTCOME-LINE.
           CLOSE ROLLBACK-RPT.
       6000-EXIT.
           EXIT.

       6100-WRITE-ONE-FILE-LINE.
           MOVE RB-STATE-FILE(WS-RB-IDX) TO RL-STATE-FILE.
           MOVE RB-BEFORE-COUNT(WS-RB-IDX) TO RL-BEFORE.
           MOVE RB-AFTER-COUNT(WS-RB-IDX) TO RL-AFTER.
           MOVE RB-RESULT(WS-RB-IDX) TO RL-RESULT.
           IF RB-PRESENT(WS-RB-IDX) = 'Y'
               MOVE RB-COPY-FILE(WS-RB-IDX) TO RL-COPY-FILE
           ELSE
               MOVE "(ABSENT BEFORE THE RUN)" TO RL-COPY-FILE
           END-IF.
           WRITE ROLLBACK-RPT-LINE FROM RPT-FILE-LINE.
       6100-EXIT.
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
           MOVE "STATE-ROLLBACK"      TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-RECORDS-RESTORED  TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-FILES-RESTORED    TO AUD-OUTPUT-COUNT.
           MOVE WS-FILES-REMOVED     TO AUD-OUTPUT-COUNT-2.
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
           MOVE WS-SNAPREG-FILE-STATUS TO WS-PS-REG.
           MOVE WS-STATE-FILE-STATUS TO WS-PS-STA.
           MOVE WS-COPY-FILE-STATUS TO WS-PS-SNP.
           MOVE WS-TARGET-RUN TO WS-PC-RUN.
           MOVE WS-FILES-RESTORED TO WS-PC-RESTORED.
           MOVE WS-FILES-FAILED TO WS-PC-FAILED.
           MOVE WS-BAD-SNAPSHOTS TO WS-PC-BAD-SNAP.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "STATE-ROLLBACK"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE WS-STATE-FILENAME
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM STATE-ROLLBACK.
