       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-RECEIPT.
       AUTHOR. DATA-PROCESSING.
      *> Receipt control for the inbound regional customer-name
      *> feeds, run as a step ahead of the DetectCapital audit.
      *> The audit walks whatever REGION-LIST names, so a region
      *> whose file never came in simply dropped out of the
      *> per-region subtotals and the scorecard looked better for
      *> it; nothing said which feed was owed, or whether the file
      *> on disk was complete, or was last week's file again.
      *>
      *> EXPECTED-FEEDS is the schedule: per region code, the
      *> weekdays a feed is due (position 1 = MONDAY through
      *> 7 = SUNDAY, 'Y' = due) and whether the region is a
      *> must-have for the audit. Every regional file ends with a
      *> trailer record (STRWORK) giving its region, feed date and
      *> the region's own record count. For every region on the
      *> schedule or on REGION-LIST this step reports:
      *>   MISSING   - due tonight and no file carrying tonight's
      *>               feed date (no file at all, or the file on
      *>               disk is an earlier feed);
      *>   LATE      - a file whose feed date is earlier than
      *>               tonight, not received before;
      *>   DUPLICATE - a feed date already received on an earlier
      *>               night (the same file sent, or left, again);
      *>   COUNT MISMATCH / NO TRAILER / WRONG REGION - the
      *>               trailer disagrees with the records on disk,
      *>               is missing, or names another region.
      *> Each check is appended to FEED-RECEIPTS, the receipt
      *> register kept over time, which is also what a later
      *> feed is checked against for duplicates. A rerun the same
      *> night does not log the same receipt twice.
      *>
      *> A missing must-have feed ends the step RC-ERROR, which
      *> stops the chain before the audit runs; any other
      *> finding, or no schedule at all, ends it RC-WARNING.
      *> FEED-RECEIPT-RPT lists every region's result.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed as a step from
      *> BATCH-DRIVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPECTED-FEEDS
               ASSIGN TO "EXPECTED-FEEDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXF-FILE-STATUS.
           SELECT REGION-LIST
               ASSIGN TO "REGION-LIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGLIST-FILE-STATUS.
           SELECT REGION-INPUT
               ASSIGN TO DYNAMIC WS-REGION-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGION-FILE-STATUS.
           SELECT FEED-RECEIPTS
               ASSIGN TO "FEED-RECEIPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-FILE-STATUS.
           SELECT FEED-RECEIPT-RPT
               ASSIGN TO "FEED-RECEIPT-RPT"
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
       FD  EXPECTED-FEEDS
           LABEL RECORDS ARE STANDARD.
       01  EXPECTED-FEED-REC.
           05  EXF-REGION              PIC X(03).
           05  FILLER                  PIC X(01).
           05  EXF-DUE-DAYS.
               10  EXF-DUE-DAY         PIC X(01) OCCURS 7 TIMES.
      *> ONE FLAG PER WEEKDAY, 1 = MONDAY THROUGH 7 = SUNDAY;
      *> 'Y' = A FEED IS DUE THAT DAY.
           05  FILLER                  PIC X(01).
           05  EXF-MUST-HAVE           PIC X(01).
      *> 'Y' = THE AUDIT MUST NOT RUN WITHOUT THIS REGION'S FEED.
           05  FILLER                  PIC X(67).

       FD  REGION-LIST
           LABEL RECORDS ARE STANDARD.
      *> THE SAME LIST DETECT-CAPITAL READS THE REGIONS FROM.
       01  REGION-LIST-REC.
           05  REG-CODE                PIC X(03).
           05  FILLER                  PIC X(01).
           05  REG-FILENAME            PIC X(60).
           05  FILLER                  PIC X(16).

       FD  REGION-INPUT
           LABEL RECORDS ARE STANDARD.
           COPY STRWORK REPLACING ==STR-WORK-REC== BY
               ==REGION-IN-REC==.

       FD  FEED-RECEIPTS
           LABEL RECORDS ARE OMITTED.
      *> ONE RECORD PER REGION PER CHECK, APPENDED EVERY RUN.
      *> FR-RECEIVED 'Y' MARKS A FEED DATE AS RECEIVED - WHAT A
      *> LATER FILE FOR THE SAME REGION AND DATE IS A DUPLICATE
      *> OF.
       01  FEED-RECEIPT-REC.
           05  FR-REGION               PIC X(03).
           05  FILLER                  PIC X(02).
           05  FR-FEED-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  FR-CHECK-DATE           PIC X(08).
           05  FILLER                  PIC X(02).
           05  FR-RUN-NUMBER           PIC 9(06).
           05  FILLER                  PIC X(02).
           05  FR-RECEIVED             PIC X(01).
           05  FILLER                  PIC X(02).
           05  FR-TIMING               PIC X(10).
           05  FILLER                  PIC X(02).
           05  FR-CONTENT              PIC X(14).
           05  FILLER                  PIC X(02).
           05  FR-TRAILER-COUNT        PIC 9(09).
           05  FILLER                  PIC X(02).
           05  FR-DISK-COUNT           PIC 9(09).
           05  FILLER                  PIC X(02).
           05  FR-MUST-HAVE            PIC X(01).
           05  FILLER                  PIC X(02).
           05  FR-FILENAME             PIC X(60).

       FD  FEED-RECEIPT-RPT
           LABEL RECORDS ARE OMITTED.
       01  RECEIPT-RPT-LINE            PIC X(100).

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

           01  WS-EXF-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-REGLIST-FILE-STATUS  PIC X(02) VALUE SPACES.
           01  WS-REGION-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-FR-FILE-STATUS       PIC X(02) VALUE SPACES.
           01  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-REGION-INPUT-FILENAME
                                       PIC X(80) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
           01  WS-RUN-NUMBER           PIC 9(06) VALUE 0.
           01  WS-TODAY-INTEGER        PIC 9(08) VALUE 0.
           01  WS-DAY-OF-WEEK          PIC 9(01) VALUE 0.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           01  WS-SCHEDULE-SWITCH      PIC X(01) VALUE 'N'.
               88  SCHEDULE-LOADED                VALUE 'Y'.
           01  WS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88  RECORD-FOUND                   VALUE 'Y'.

      *> EVERY REGION ON THE SCHEDULE OR ON REGION-LIST, WITH
      *> WHETHER ITS FEED IS DUE TONIGHT AND WHERE ITS FILE IS.
           01  WS-REGION-COUNT         PIC 9(02) VALUE 0.
           01  MAX-REGION-COUNT        PIC 9(02) VALUE 10.
           01  WS-REGION-OVERFLOW      PIC 9(05) VALUE 0.
           01  WS-REGION-TABLE.
               05  WS-REGION-ENTRY OCCURS 10 TIMES.
                   10  RT-CODE         PIC X(03).
                   10  RT-FILENAME     PIC X(60).
                   10  RT-ON-LIST      PIC X(01).
                   10  RT-DUE          PIC X(01).
                   10  RT-MUST-HAVE    PIC X(01).
           01  WS-REGION-IDX           PIC 9(02) VALUE 0.
           01  WS-LOOKUP-REGION        PIC X(03) VALUE SPACES.

      *> WHAT ONE REGION'S FILE TURNED OUT TO HOLD.
           01  WS-DISK-COUNT           PIC 9(09) VALUE 0.
           01  WS-TRAILER-COUNT        PIC 9(09) VALUE 0.
           01  WS-TRAILER-REGION       PIC X(03) VALUE SPACES.
           01  WS-FEED-DATE            PIC X(08) VALUE SPACES.
           01  WS-TRAILER-SWITCH       PIC X(01) VALUE 'N'.
               88  TRAILER-FOUND                  VALUE 'Y'.
           01  WS-TIMING               PIC X(10) VALUE SPACES.
           01  WS-CONTENT              PIC X(14) VALUE SPACES.
           01  WS-RECEIVED             PIC X(01) VALUE 'N'.
           01  WS-NOTE                 PIC X(18) VALUE SPACES.
      *> THE REGISTER'S VERDICT ON THIS REGION AND FEED DATE:
      *> 'T' LOGGED EARLIER TONIGHT, 'E' RECEIVED ON AN EARLIER
      *> NIGHT, ' ' NEVER RECEIVED.
           01  WS-PRIOR-RECEIPT        PIC X(01) VALUE SPACE.
               88  LOGGED-TONIGHT                 VALUE 'T'.
               88  RECEIVED-BEFORE                VALUE 'E'.

           01  WS-CHECKED-COUNT        PIC 9(05) VALUE 0.
           01  WS-RECEIVED-COUNT       PIC 9(05) VALUE 0.
           01  WS-LATE-COUNT           PIC 9(05) VALUE 0.
           01  WS-DUPLICATE-COUNT      PIC 9(05) VALUE 0.
           01  WS-MISSING-COUNT        PIC 9(05) VALUE 0.
           01  WS-MUST-MISSING-COUNT   PIC 9(05) VALUE 0.
           01  WS-CONTENT-BAD-COUNT    PIC 9(05) VALUE 0.
           01  WS-LOGGED-COUNT         PIC 9(05) VALUE 0.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(32)
                   VALUE "REGIONAL FEED RECEIPT CONTROL".
               05  FILLER              PIC X(10) VALUE "RUN DATE ".
               05  RH-RUN-DATE         PIC X(08).
               05  FILLER              PIC X(10) VALUE "  RUN NO ".
               05  RH-RUN-NUMBER       PIC 9(06).
               05  FILLER              PIC X(34) VALUE SPACES.
           01  RPT-HEADING-2.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  FILLER              PIC X(05) VALUE "REG".
               05  FILLER              PIC X(05) VALUE "DUE".
               05  FILLER              PIC X(06) VALUE "MUST".
               05  FILLER              PIC X(10) VALUE "FEED DATE".
               05  FILLER              PIC X(13) VALUE "    TRAILER".
               05  FILLER              PIC X(13) VALUE "    ON DISK".
               05  FILLER              PIC X(12) VALUE "TIMING".
               05  FILLER              PIC X(16) VALUE "CONTENT".
               05  FILLER              PIC X(18) VALUE "NOTE".
           01  RPT-REGION-LINE.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-REGION           PIC X(03).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-DUE              PIC X(03).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-MUST             PIC X(04).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-FEED-DATE        PIC X(08).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-TRAILER-COUNT    PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-DISK-COUNT       PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-TIMING           PIC X(10).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-CONTENT          PIC X(14).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RL-NOTE             PIC X(18).
           01  RPT-COUNT-LINE.
               05  FILLER              PIC X(04) VALUE SPACES.
               05  RCL-LABEL           PIC X(40).
               05  RCL-COUNT           PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(45) VALUE SPACES.
           01  RPT-TEXT-LINE.
               05  RT-TEXT             PIC X(60).
               05  FILLER              PIC X(40) VALUE SPACES.
           01  RPT-BLANK               PIC X(100) VALUE SPACES.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "EXF=".
               05  WS-PS-EXF       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "REG=".
               05  WS-PS-REG       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "FRR=".
               05  WS-PS-FRR       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(08)
                                   VALUE "CHECKED=".
               05  WS-PC-CHECKED
                                   PIC 9(05).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(08)
                                   VALUE "MISSING=".
               05  WS-PC-MISSING
                                   PIC 9(05).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(10)
                                   VALUE "MUST-HAVE=".
               05  WS-PC-MUST
                                   PIC 9(05).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.

           COPY RETCODES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *> RESET EVERY SWITCH, COUNT, AND THE RETURN CODE EXPLICITLY -
      *> UNDER STATIC CALL, WORKING-STORAGE VALUE CLAUSES ONLY APPLY
      *> ON THE FIRST LOAD OF THE RUN UNIT, NOT ON EVERY CALL.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-SCHEDULE-SWITCH.
           MOVE 0 TO WS-REGION-COUNT.
           MOVE 0 TO WS-REGION-OVERFLOW.
           MOVE 0 TO WS-CHECKED-COUNT.
           MOVE 0 TO WS-RECEIVED-COUNT.
           MOVE 0 TO WS-LATE-COUNT.
           MOVE 0 TO WS-DUPLICATE-COUNT.
           MOVE 0 TO WS-MISSING-COUNT.
           MOVE 0 TO WS-MUST-MISSING-COUNT.
           MOVE 0 TO WS-CONTENT-BAD-COUNT.
           MOVE 0 TO WS-LOGGED-COUNT.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
      *> THE FEED DUE IS THE ONE FOR THE CHAIN'S RUN DATE, EVEN
      *> WHEN THE CHAIN HAS RUN PAST MIDNIGHT.
           IF WS-AUDIT-RUN-DATE IS NUMERIC
               AND WS-AUDIT-RUN-DATE NOT = ZEROS
               MOVE WS-AUDIT-RUN-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           IF WS-AUDIT-RUN-NUMBER IS NUMERIC
               MOVE WS-AUDIT-RUN-NUMBER TO WS-RUN-NUMBER
           ELSE
               MOVE 0 TO WS-RUN-NUMBER
           END-IF.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-TODAY-INTEGER, 7).
           IF WS-DAY-OF-WEEK = 0
               MOVE 7 TO WS-DAY-OF-WEEK
           END-IF.
           PERFORM 1000-LOAD-SCHEDULE
               THRU 1000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1100-READ-REGION-LIST
               THRU 1100-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 2000-OPEN-OUTPUTS
               THRU 2000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 3000-CHECK-ONE-REGION
               THRU 3000-EXIT
               VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX > WS-REGION-COUNT
                  OR PGM-RETURN-CODE >= 8.
           CLOSE FEED-RECEIPTS.
           IF PGM-RETURN-CODE >= 8
               CLOSE FEED-RECEIPT-RPT
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 5000-WRITE-TOTALS
               THRU 5000-EXIT.
           CLOSE FEED-RECEIPT-RPT.
           DISPLAY "REGIONS CHECKED:              " WS-CHECKED-COUNT.
           DISPLAY "FEEDS RECEIVED:               " WS-RECEIVED-COUNT.
           IF NOT SCHEDULE-LOADED
               DISPLAY "NO EXPECTED-FEEDS SCHEDULE - NO FEED IS "
                   "DUE, NONE CAN BE MISSING"
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
           END-IF.
           IF WS-LATE-COUNT > 0
               OR WS-DUPLICATE-COUNT > 0
               OR WS-MISSING-COUNT > 0
               OR WS-CONTENT-BAD-COUNT > 0
               OR WS-REGION-OVERFLOW > 0
               DISPLAY "LATE FEEDS:                   " WS-LATE-COUNT
               DISPLAY "DUPLICATE FEEDS:              "
                   WS-DUPLICATE-COUNT
               DISPLAY "MISSING FEEDS:                "
                   WS-MISSING-COUNT
               DISPLAY "TRAILER PROBLEMS:             "
                   WS-CONTENT-BAD-COUNT
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
           END-IF.
           IF WS-MUST-MISSING-COUNT > 0
               DISPLAY "MUST-HAVE FEEDS MISSING:      "
                   WS-MUST-MISSING-COUNT
               DISPLAY "THE AUDIT MUST NOT RUN UNTIL THEY ARRIVE"
               MOVE "3000-CHECK-ONE-REGION" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
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
      *  1000-LOAD-SCHEDULE - ONE ENTRY PER REGION ON THE
      *  EXPECTED-FEEDS SCHEDULE, FLAGGED DUE WHEN TONIGHT'S
      *  WEEKDAY IS ONE OF ITS DUE DAYS.
      *----------------------------------------------------------*
       1000-LOAD-SCHEDULE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT EXPECTED-FEEDS.
           IF WS-EXF-FILE-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           IF WS-EXF-FILE-STATUS NOT = "00"
               DISPLAY "EXPECTED-FEEDS OPEN FAILED, FILE STATUS="
                   WS-EXF-FILE-STATUS
               MOVE "1000-LOAD-SCHEDULE" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-SCHEDULE-SWITCH.
           PERFORM 1010-LOAD-ONE-SCHEDULE
               THRU 1010-EXIT
               UNTIL END-OF-FILE.
           CLOSE EXPECTED-FEEDS.
       1000-EXIT.
           EXIT.

       1010-LOAD-ONE-SCHEDULE.
           READ EXPECTED-FEEDS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1010-EXIT
           END-IF.
           IF EXF-REGION = SPACES
               GO TO 1010-EXIT
           END-IF.
           MOVE EXF-REGION TO WS-LOOKUP-REGION.
           PERFORM 1200-FIND-OR-ADD-REGION
               THRU 1200-EXIT.
           IF NOT RECORD-FOUND
               GO TO 1010-EXIT
           END-IF.
           IF EXF-DUE-DAY(WS-DAY-OF-WEEK) = 'Y'
               MOVE 'Y' TO RT-DUE(WS-REGION-IDX)
           END-IF.
           IF EXF-MUST-HAVE = 'Y'
               MOVE 'Y' TO RT-MUST-HAVE(WS-REGION-IDX)
           END-IF.
       1010-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-READ-REGION-LIST - WHERE EACH REGION'S FILE IS. A
      *  REGION ON THE LIST BUT NOT THE SCHEDULE IS NEVER DUE,
      *  BUT ITS FILE IS STILL CHECKED WHEN ONE IS THERE.
      *----------------------------------------------------------*
       1100-READ-REGION-LIST.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REGION-LIST.
           IF WS-REGLIST-FILE-STATUS = "35"
               GO TO 1100-EXIT
           END-IF.
           IF WS-REGLIST-FILE-STATUS NOT = "00"
               DISPLAY "REGION-LIST OPEN FAILED, FILE STATUS="
                   WS-REGLIST-FILE-STATUS
               MOVE "1100-READ-REGION-LIST" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-REGION
               THRU 1110-EXIT
               UNTIL END-OF-FILE.
           CLOSE REGION-LIST.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-REGION.
           READ REGION-LIST
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1110-EXIT
           END-IF.
           IF REG-FILENAME = SPACES
               GO TO 1110-EXIT
           END-IF.
           MOVE REG-CODE TO WS-LOOKUP-REGION.
           PERFORM 1200-FIND-OR-ADD-REGION
               THRU 1200-EXIT.
           IF NOT RECORD-FOUND
               GO TO 1110-EXIT
           END-IF.
           MOVE 'Y' TO RT-ON-LIST(WS-REGION-IDX).
           MOVE REG-FILENAME TO RT-FILENAME(WS-REGION-IDX).
       1110-EXIT.
           EXIT.

      *> LEAVES WS-REGION-IDX ON THE REGION'S ENTRY, ADDING ONE
      *> IF NEEDED. NOT FOUND ONLY WHEN THE TABLE IS FULL.
       1200-FIND-OR-ADD-REGION.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 1210-MATCH-ONE-REGION
               THRU 1210-EXIT
               VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX > WS-REGION-COUNT
               OR RECORD-FOUND.
           IF RECORD-FOUND
               SUBTRACT 1 FROM WS-REGION-IDX
               GO TO 1200-EXIT
           END-IF.
           IF WS-REGION-COUNT >= MAX-REGION-COUNT
               DISPLAY "MORE THAN " MAX-REGION-COUNT
                   " REGIONS - REGION " WS-LOOKUP-REGION " IGNORED"
               ADD 1 TO WS-REGION-OVERFLOW
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-REGION-COUNT.
           MOVE WS-REGION-COUNT TO WS-REGION-IDX.
           MOVE WS-LOOKUP-REGION TO RT-CODE(WS-REGION-IDX).
           MOVE SPACES TO RT-FILENAME(WS-REGION-IDX).
           MOVE 'N' TO RT-ON-LIST(WS-REGION-IDX).
           MOVE 'N' TO RT-DUE(WS-REGION-IDX).
           MOVE 'N' TO RT-MUST-HAVE(WS-REGION-IDX).
           MOVE 'Y' TO WS-FOUND-SWITCH.
       1200-EXIT.
           EXIT.

       1210-MATCH-ONE-REGION.
           IF RT-CODE(WS-REGION-IDX) = WS-LOOKUP-REGION
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-OPEN-OUTPUTS - THE NIGHT'S REPORT, AND THE REGISTER
      *  OPENED TO APPEND (CREATED ON THE FIRST RUN).
      *----------------------------------------------------------*
       2000-OPEN-OUTPUTS.
           OPEN OUTPUT FEED-RECEIPT-RPT.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "FEED-RECEIPT-RPT OPEN FAILED, FILE STATUS="
                   WS-RPT-FILE-STATUS
               MOVE "2000-OPEN-OUTPUTS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-RUN-NUMBER TO RH-RUN-NUMBER.
           WRITE RECEIPT-RPT-LINE FROM RPT-HEADING-1.
           WRITE RECEIPT-RPT-LINE FROM RPT-BLANK.
           WRITE RECEIPT-RPT-LINE FROM RPT-HEADING-2.
           OPEN EXTEND FEED-RECEIPTS.
           IF WS-FR-FILE-STATUS = "35"
               OPEN OUTPUT FEED-RECEIPTS
           END-IF.
           IF WS-FR-FILE-STATUS NOT = "00"
               DISPLAY "FEED-RECEIPTS OPEN FAILED, FILE STATUS="
                   WS-FR-FILE-STATUS
               MOVE "2000-OPEN-OUTPUTS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               CLOSE FEED-RECEIPT-RPT
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-CHECK-ONE-REGION - COUNT THE REGION'S FILE AGAINST
      *  ITS TRAILER, JUDGE THE FEED DATE AGAINST TONIGHT AND THE
      *  REGISTER, AND LOG THE RESULT. A DUE FEED NOT FOUND FOR
      *  TONIGHT IS LOGGED MISSING AS WELL.
      *----------------------------------------------------------*
       3000-CHECK-ONE-REGION.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE 0 TO WS-DISK-COUNT.
           MOVE 0 TO WS-TRAILER-COUNT.
           MOVE SPACES TO WS-TRAILER-REGION.
           MOVE SPACES TO WS-FEED-DATE.
           MOVE 'N' TO WS-TRAILER-SWITCH.
           MOVE SPACES TO WS-NOTE.
           IF RT-ON-LIST(WS-REGION-IDX) = 'N'
               MOVE "NOT ON REGION-LIST" TO WS-NOTE
               GO TO 3000-NO-FILE
           END-IF.
           MOVE RT-FILENAME(WS-REGION-IDX)
               TO WS-REGION-INPUT-FILENAME.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REGION-INPUT.
           IF WS-REGION-FILE-STATUS = "35"
               GO TO 3000-NO-FILE
           END-IF.
           IF WS-REGION-FILE-STATUS NOT = "00"
               DISPLAY "REGION " RT-CODE(WS-REGION-IDX)
                   " FILE OPEN FAILED, FILE STATUS="
                   WS-REGION-FILE-STATUS
               MOVE "3000-CHECK-ONE-REGION" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3010-COUNT-ONE-RECORD
               THRU 3010-EXIT
               UNTIL END-OF-FILE.
           CLOSE REGION-INPUT.
           PERFORM 3100-JUDGE-CONTENT
               THRU 3100-EXIT.
           PERFORM 3200-JUDGE-TIMING
               THRU 3200-EXIT.
           PERFORM 3400-LOG-RESULT
               THRU 3400-EXIT.
      *> A LATE OR REPEATED FILE IS NOT TONIGHT'S FEED.
           IF WS-FEED-DATE = WS-RUN-DATE
               OR RT-DUE(WS-REGION-IDX) NOT = 'Y'
               GO TO 3000-EXIT
           END-IF.
           MOVE "TONIGHT'S STILL DUE" TO WS-NOTE.
       3000-NO-FILE.
           MOVE 0 TO WS-DISK-COUNT.
           MOVE 0 TO WS-TRAILER-COUNT.
           MOVE WS-RUN-DATE TO WS-FEED-DATE.
           MOVE SPACES TO WS-CONTENT.
           MOVE 'N' TO WS-RECEIVED.
           MOVE SPACE TO WS-PRIOR-RECEIPT.
           IF RT-DUE(WS-REGION-IDX) NOT = 'Y'
               MOVE "NOT DUE" TO WS-TIMING
               PERFORM 3500-WRITE-REPORT-LINE
                   THRU 3500-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE "MISSING" TO WS-TIMING.
           ADD 1 TO WS-MISSING-COUNT.
           IF RT-MUST-HAVE(WS-REGION-IDX) = 'Y'
               ADD 1 TO WS-MUST-MISSING-COUNT
           END-IF.
           PERFORM 3400-LOG-RESULT
               THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

       3010-COUNT-ONE-RECORD.
           READ REGION-INPUT
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 3010-EXIT
           END-IF.
           IF NOT STR-IS-TRAILER
               ADD 1 TO WS-DISK-COUNT
               GO TO 3010-EXIT
           END-IF.
           MOVE 'Y' TO WS-TRAILER-SWITCH.
           MOVE STR-TRL-REGION TO WS-TRAILER-REGION.
           MOVE STR-TRL-FEED-DATE TO WS-FEED-DATE.
           IF STR-TRL-REC-COUNT IS NUMERIC
               MOVE STR-TRL-REC-COUNT TO WS-TRAILER-COUNT
           ELSE
               MOVE 0 TO WS-TRAILER-COUNT
           END-IF.
       3010-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3100-JUDGE-CONTENT - DOES THE FILE PROVE ITSELF COMPLETE.
      *  A FILE WITH NO USABLE FEED DATE IS TAKEN AS TONIGHT'S.
      *----------------------------------------------------------*
       3100-JUDGE-CONTENT.
           EVALUATE TRUE
               WHEN NOT TRAILER-FOUND
                   MOVE "NO TRAILER" TO WS-CONTENT
               WHEN WS-TRAILER-REGION NOT = RT-CODE(WS-REGION-IDX)
                   MOVE "WRONG REGION" TO WS-CONTENT
               WHEN WS-TRAILER-COUNT NOT = WS-DISK-COUNT
                   MOVE "COUNT MISMATCH" TO WS-CONTENT
               WHEN OTHER
                   MOVE "COUNT OK" TO WS-CONTENT
           END-EVALUATE.
           IF WS-CONTENT NOT = "COUNT OK"
               ADD 1 TO WS-CONTENT-BAD-COUNT
           END-IF.
           IF WS-FEED-DATE IS NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-FEED-DATE
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3200-JUDGE-TIMING - ON TIME, LATE OR A DUPLICATE, BY THE
      *  FEED DATE AND WHAT THE REGISTER ALREADY HOLDS FOR IT.
      *----------------------------------------------------------*
       3200-JUDGE-TIMING.
           MOVE SPACE TO WS-PRIOR-RECEIPT.
           PERFORM 3300-CHECK-REGISTER
               THRU 3300-EXIT.
           MOVE 'Y' TO WS-RECEIVED.
           EVALUATE TRUE
               WHEN LOGGED-TONIGHT
                   MOVE "RECEIVED" TO WS-TIMING
                   MOVE "LOGGED EARLIER" TO WS-NOTE
                   ADD 1 TO WS-RECEIVED-COUNT
               WHEN RECEIVED-BEFORE
                   MOVE "DUPLICATE" TO WS-TIMING
                   MOVE 'N' TO WS-RECEIVED
                   ADD 1 TO WS-DUPLICATE-COUNT
               WHEN WS-FEED-DATE < WS-RUN-DATE
                   MOVE "LATE" TO WS-TIMING
                   ADD 1 TO WS-LATE-COUNT
                   ADD 1 TO WS-RECEIVED-COUNT
               WHEN OTHER
                   MOVE "ON TIME" TO WS-TIMING
                   ADD 1 TO WS-RECEIVED-COUNT
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *> A REGISTER THAT CANNOT BE READ HOLDS NOTHING TO MATCH.
       3300-CHECK-REGISTER.
           CLOSE FEED-RECEIPTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT FEED-RECEIPTS.
           IF WS-FR-FILE-STATUS = "00"
               PERFORM 3310-CHECK-ONE-RECEIPT
                   THRU 3310-EXIT
                   UNTIL END-OF-FILE
               CLOSE FEED-RECEIPTS
           END-IF.
           OPEN EXTEND FEED-RECEIPTS.
           IF WS-FR-FILE-STATUS NOT = "00"
               DISPLAY "FEED-RECEIPTS REOPEN FAILED, FILE STATUS="
                   WS-FR-FILE-STATUS
               MOVE "3300-CHECK-REGISTER" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       3300-EXIT.
           EXIT.

       3310-CHECK-ONE-RECEIPT.
           READ FEED-RECEIPTS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 3310-EXIT
           END-IF.
           IF FR-REGION NOT = RT-CODE(WS-REGION-IDX)
               OR FR-FEED-DATE NOT = WS-FEED-DATE
               OR FR-RECEIVED NOT = 'Y'
               GO TO 3310-EXIT
           END-IF.
           IF FR-CHECK-DATE = WS-RUN-DATE
               MOVE 'T' TO WS-PRIOR-RECEIPT
           ELSE
               IF NOT LOGGED-TONIGHT
                   MOVE 'E' TO WS-PRIOR-RECEIPT
               END-IF
           END-IF.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3400-LOG-RESULT - REPORT THE RESULT AND APPEND IT TO THE
      *  REGISTER, UNLESS AN EARLIER RUN TONIGHT ALREADY LOGGED
      *  THIS RECEIPT.
      *----------------------------------------------------------*
       3400-LOG-RESULT.
           PERFORM 3500-WRITE-REPORT-LINE
               THRU 3500-EXIT.
           IF LOGGED-TONIGHT
               GO TO 3400-EXIT
           END-IF.
           IF PGM-RETURN-CODE >= 8
               GO TO 3400-EXIT
           END-IF.
           MOVE SPACES TO FEED-RECEIPT-REC.
           MOVE RT-CODE(WS-REGION-IDX) TO FR-REGION.
           MOVE WS-FEED-DATE TO FR-FEED-DATE.
           MOVE WS-RUN-DATE TO FR-CHECK-DATE.
           MOVE WS-RUN-NUMBER TO FR-RUN-NUMBER.
           MOVE WS-RECEIVED TO FR-RECEIVED.
           MOVE WS-TIMING TO FR-TIMING.
           MOVE WS-CONTENT TO FR-CONTENT.
           MOVE WS-TRAILER-COUNT TO FR-TRAILER-COUNT.
           MOVE WS-DISK-COUNT TO FR-DISK-COUNT.
           MOVE RT-MUST-HAVE(WS-REGION-IDX) TO FR-MUST-HAVE.
           MOVE RT-FILENAME(WS-REGION-IDX) TO FR-FILENAME.
           WRITE FEED-RECEIPT-REC.
           ADD 1 TO WS-LOGGED-COUNT.
       3400-EXIT.
           EXIT.

       3500-WRITE-REPORT-LINE.
           MOVE RT-CODE(WS-REGION-IDX) TO RL-REGION.
           IF RT-DUE(WS-REGION-IDX) = 'Y'
               MOVE "YES" TO RL-DUE
           ELSE
               MOVE "NO" TO RL-DUE
           END-IF.
           IF RT-MUST-HAVE(WS-REGION-IDX) = 'Y'
               MOVE "MUST" TO RL-MUST
           ELSE
               MOVE SPACES TO RL-MUST
           END-IF.
           MOVE WS-FEED-DATE TO RL-FEED-DATE.
           MOVE WS-TRAILER-COUNT TO RL-TRAILER-COUNT.
           MOVE WS-DISK-COUNT TO RL-DISK-COUNT.
           MOVE WS-TIMING TO RL-TIMING.
           MOVE WS-CONTENT TO RL-CONTENT.
           MOVE WS-NOTE TO RL-NOTE.
           WRITE RECEIPT-RPT-LINE FROM RPT-REGION-LINE.
       3500-EXIT.
           EXIT.

       5000-WRITE-TOTALS.
           WRITE RECEIPT-RPT-LINE FROM RPT-BLANK.
           IF NOT SCHEDULE-LOADED
               MOVE "NO EXPECTED-FEEDS SCHEDULE - NOTHING WAS DUE"
                   TO RT-TEXT
               WRITE RECEIPT-RPT-LINE FROM RPT-TEXT-LINE
           END-IF.
           MOVE "REGIONS CHECKED........................:"
               TO RCL-LABEL.
           MOVE WS-CHECKED-COUNT TO RCL-COUNT.
           WRITE RECEIPT-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "FEEDS RECEIVED.........................:"
               TO RCL-LABEL.
           MOVE WS-RECEIVED-COUNT TO RCL-COUNT.
           WRITE RECEIPT-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "  OF WHICH LATE........................:"
               TO RCL-LABEL.
           MOVE WS-LATE-COUNT TO RCL-COUNT.
           WRITE RECEIPT-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "DUPLICATE FEEDS........................:"
               TO RCL-LABEL.
           MOVE WS-DUPLICATE-COUNT TO RCL-COUNT.
           WRITE RECEIPT-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "TRAILER PROBLEMS.......................:"
               TO RCL-LABEL.
           MOVE WS-CONTENT-BAD-COUNT TO RCL-COUNT.
           WRITE RECEIPT-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "FEEDS MISSING..........................:"
               TO RCL-LABEL.
           MOVE WS-MISSING-COUNT TO RCL-COUNT.
           WRITE RECEIPT-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "  OF WHICH MUST-HAVE...................:"
               TO RCL-LABEL.
           MOVE WS-MUST-MISSING-COUNT TO RCL-COUNT.
           WRITE RECEIPT-RPT-LINE FROM RPT-COUNT-LINE.
           IF WS-REGION-OVERFLOW > 0
               MOVE "REGIONS NOT CHECKED (TABLE FULL).......:"
                   TO RCL-LABEL
               MOVE WS-REGION-OVERFLOW TO RCL-COUNT
               WRITE RECEIPT-RPT-LINE FROM RPT-COUNT-LINE
           END-IF.
           IF WS-MUST-MISSING-COUNT > 0
               WRITE RECEIPT-RPT-LINE FROM RPT-BLANK
               MOVE "MUST-HAVE FEED MISSING - AUDIT STEP STOPPED"
                   TO RT-TEXT
               WRITE RECEIPT-RPT-LINE FROM RPT-TEXT-LINE
           END-IF.
       5000-EXIT.
           EXIT.

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
           MOVE "FEED-RECEIPT"       TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-CHECKED-COUNT     TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-RECEIVED-COUNT    TO AUD-OUTPUT-COUNT.
           MOVE WS-MISSING-COUNT     TO AUD-OUTPUT-COUNT-2.
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
           MOVE WS-EXF-FILE-STATUS
               TO WS-PS-EXF.
           MOVE WS-REGION-FILE-STATUS
               TO WS-PS-REG.
           MOVE WS-FR-FILE-STATUS
               TO WS-PS-FRR.
           MOVE WS-CHECKED-COUNT TO WS-PC-CHECKED.
           MOVE WS-MISSING-COUNT TO WS-PC-MISSING.
           MOVE WS-MUST-MISSING-COUNT TO WS-PC-MUST.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "FEED-RECEIPT"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE WS-REGION-INPUT-FILENAME
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM FEED-RECEIPT.
