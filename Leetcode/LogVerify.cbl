       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-VERIFY.
       AUTHOR. DATA-PROCESSING.
      *> Verification of the hash chain on AUDIT-LOG and
      *> SECURITY-LOG. Both are plain line sequential files, so
      *> anyone with access to them could delete a failed run or a
      *> refused dispatch with an editor and nothing would ever
      *> show it - and the whole attribution story (operator IDs,
      *> run numbers) rests on those two files. Every program that
      *> appends to either log now CALLs LOG-CHAIN just before the
      *> WRITE, so each record carries a sequence number, the hash
      *> of the record before it and its own hash.
      *>
      *> For AUDIT-LOG this walks every archive generation
      *> AUDIT-PURGE listed on AUDIT-ARCHLIST and then the live
      *> trail - the purge moves records verbatim, so the chain
      *> runs on across it - and for SECURITY-LOG the one file.
      *> Every chained record's hash is recomputed (a mismatch
      *> means the record was altered), the records are put into
      *> sequence order, and the chain is walked from number 1:
      *> a missing number is a gap, a number seen twice a
      *> duplicate, a previous-hash that is not the hash of the
      *> record before it a broken link. The last record must be
      *> the one LOG-CHAIN-STATE recorded as the end of the chain,
      *> so records cut from the tail show too. Records from before
      *> the logs were chained carry no chain fields and are only
      *> counted - but an unchained record after the chain has
      *> started is a break.
      *>
      *> Everything found goes to LOG-VERIFY-RPT, one section per
      *> log with the sources read. Any break ends RC-SEVERE. More
      *> records than the sequence table holds ends RC-ERROR (the
      *> hashes are still checked, the sequence is not); a listed
      *> archive that cannot be read, or no chain state to check
      *> the end of a log against, ends RC-WARNING.
      *>
      *> Like AUDIT-INQUIRY this is a read-only look at the trail
      *> and does not append to AUDIT-LOG itself. Ends with GOBACK
      *> rather than STOP RUN so this module can run as a
      *> standalone job step or be CALLed on demand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-ARCHLIST
               ASSIGN TO "AUDIT-ARCHLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHLIST-FILE-STATUS.
           SELECT AUDIT-SOURCE
               ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT SECURITY-LOG
               ASSIGN TO "SECURITY-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-FILE-STATUS.
           SELECT LOG-VERIFY-RPT
               ASSIGN TO "LOG-VERIFY-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROBLEM-LOG
               ASSIGN TO "PROBLEM-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-ARCHLIST
           LABEL RECORDS ARE OMITTED.
       01  ARCHLIST-REC.
           05  ARCL-FILENAME           PIC X(40).
           05  FILLER                  PIC X(40).

      *> ONE GENERIC FD OPENED AGAINST EACH ARCHIVE GENERATION
      *> AND THEN THE LIVE AUDIT-LOG IN TURN - THE RECORDS ALL
      *> CARRY THE SHARED AUDITREC LAYOUT.
       FD  AUDIT-SOURCE
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  SECURITY-LOG
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT OPER-MENU WRITES.
       01  SECURITY-LOG-REC.
           05  SEC-DATE                PIC X(08).
           05  FILLER                  PIC X(02).
           05  SEC-TIME                PIC X(08).
           05  FILLER                  PIC X(02).
           05  SEC-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(02).
           05  SEC-CHOICE              PIC X(01).
           05  FILLER                  PIC X(02).
           05  SEC-ACTION              PIC X(20).
           05  FILLER                  PIC X(02).
           05  SEC-CHAIN.
               10  SEC-CHAIN-SEQ       PIC 9(09).
               10  FILLER              PIC X(02).
               10  SEC-CHAIN-PREV-HASH PIC X(18).
               10  FILLER              PIC X(02).
               10  SEC-CHAIN-HASH      PIC X(18).

       FD  LOG-VERIFY-RPT
           LABEL RECORDS ARE OMITTED.
       01  VERIFY-RPT-LINE             PIC X(100).

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

           01  WS-ARCHLIST-FILE-STATUS PIC X(02) VALUE SPACES.
           01  WS-SOURCE-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-SECLOG-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-SOURCE-FILENAME      PIC X(80) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.

           01  WS-ZERO-HASH            PIC X(18)
               VALUE "000000000000000000".

      *> THE LOG UNDER VERIFICATION AND ITS COUNTS - RESET FOR
      *> EACH LOG.
           01  WS-CUR-LOG-NAME         PIC X(20) VALUE SPACES.
           01  WS-RECORDS-READ         PIC 9(09) VALUE 0.
           01  WS-LEGACY-COUNT         PIC 9(09) VALUE 0.
           01  WS-CHAINED-COUNT        PIC 9(09) VALUE 0.
           01  WS-BREAK-COUNT          PIC 9(09) VALUE 0.
           01  WS-WARNING-COUNT        PIC 9(09) VALUE 0.
           01  WS-FIRST-SEQ            PIC 9(09) VALUE 0.
           01  WS-LAST-SEQ             PIC 9(09) VALUE 0.
           01  WS-STATE-SEQ            PIC 9(09) VALUE 0.
           01  WS-STATE-HASH           PIC X(18) VALUE SPACES.
           01  WS-STATE-FOUND          PIC X(01) VALUE 'N'.
               88  CHAIN-STATE-FOUND              VALUE 'Y'.
           01  WS-CHAIN-STARTED        PIC X(01) VALUE 'N'.
               88  CHAIN-HAS-STARTED              VALUE 'Y'.
           01  WS-SEQ-CHECKED          PIC X(01) VALUE 'Y'.
               88  SEQUENCE-CHECKED               VALUE 'Y'.
           01  WS-EXPECTED-SEQ         PIC 9(09) VALUE 0.

      *> ACROSS BOTH LOGS, FOR THE RETURN CODE.
           01  WS-TOTAL-BREAKS         PIC 9(09) VALUE 0.
           01  WS-TOTAL-WARNINGS       PIC 9(09) VALUE 0.
           01  WS-TOTAL-READ           PIC 9(09) VALUE 0.
           01  WS-TABLE-FULL           PIC X(01) VALUE 'N'.
               88  ANY-TABLE-FULL                 VALUE 'Y'.

      *> ONE RECORD UNDER CHECK, LIFTED OUT OF WHICHEVER LOG
      *> LAYOUT IT CAME FROM.
           01  WS-REC-SEQ              PIC X(09) VALUE SPACES.
           01  WS-REC-SEQ-NUM REDEFINES WS-REC-SEQ
                                       PIC 9(09).
           01  WS-REC-PREV-HASH        PIC X(18) VALUE SPACES.
           01  WS-REC-HASH             PIC X(18) VALUE SPACES.
           01  WS-REC-UNCHAINED        PIC X(01) VALUE 'N'.
               88  RECORD-UNCHAINED               VALUE 'Y'.
           01  WS-SOURCE-RECNO         PIC 9(07) VALUE 0.

      *> EVERY CHAINED RECORD OF THE LOG, PUT INTO SEQUENCE
      *> ORDER BEFORE THE CHAIN IS WALKED.
           01  WS-LNK-SIZE             PIC 9(05) VALUE 0.
           01  MAX-LNK-SIZE            PIC 9(05) VALUE 50000.
           01  WS-LNK-OVERFLOW         PIC 9(09) VALUE 0.
           01  WS-LNK-TABLE.
               05  WS-LNK-ENTRY OCCURS 1 TO 50000 TIMES
                                   DEPENDING ON WS-LNK-SIZE
                                   ASCENDING KEY IS LN-SEQ
                                   INDEXED BY LN-IDX.
                   10  LN-SEQ          PIC 9(09).
                   10  LN-PREV-HASH    PIC X(18).
                   10  LN-HASH         PIC X(18).
                   10  LN-SOURCE-IDX   PIC 9(02).
                   10  LN-RECORD-NO    PIC 9(07).
           01  WS-LNK-IDX              PIC 9(05) VALUE 0.
           01  WS-PRIOR-IDX            PIC 9(05) VALUE 0.

      *> EVERY SOURCE FILE CONSULTED, FOR BOTH LOGS, AND WHETHER
      *> IT COULD BE READ.
           01  WS-SRC-SIZE             PIC 9(02) VALUE 0.
           01  MAX-SRC-SIZE            PIC 9(02) VALUE 40.
           01  WS-SRC-TABLE.
               05  WS-SRC-ENTRY OCCURS 40 TIMES.
                   10  SR-LOG-NAME     PIC X(20).
                   10  SR-FILENAME     PIC X(40).
                   10  SR-STATE        PIC X(12).
                   10  SR-RECORDS      PIC 9(09).
           01  WS-SRC-IDX              PIC 9(02) VALUE 0.
           01  WS-CUR-SRC-IDX          PIC 9(02) VALUE 0.

      *> ONE FINDING ABOUT TO BE PRINTED. 'B' IS A BREAK IN THE
      *> CHAIN, 'W' A WARNING, 'E' A CHECK THAT COULD NOT BE MADE.
           01  WS-FND-SEVERITY         PIC X(01) VALUE SPACE.
               88  FINDING-BREAK                  VALUE 'B'.
               88  FINDING-WARNING                VALUE 'W'.
               88  FINDING-NOT-CHECKED            VALUE 'E'.
           01  WS-FND-SOURCE           PIC X(40) VALUE SPACES.
           01  WS-FND-RECORD-NO        PIC 9(07) VALUE 0.
           01  WS-FND-SEQ              PIC 9(09) VALUE 0.
           01  WS-FND-TEXT             PIC X(38) VALUE SPACES.
           01  WS-FND-COUNT            PIC 9(09) VALUE 0.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(30)
                   VALUE "AUDIT AND SECURITY LOG CHAIN ".
               05  FILLER              PIC X(16)
                   VALUE "VERIFICATION AS-".
               05  FILLER              PIC X(03) VALUE "OF ".
               05  H-RUN-DATE          PIC X(08).
               05  FILLER              PIC X(43) VALUE SPACES.
           01  RPT-LOG-HEAD.
               05  FILLER              PIC X(05) VALUE "LOG: ".
               05  LH-LOG-NAME         PIC X(20).
               05  LH-NOTE             PIC X(75).
           01  RPT-LEGEND-LINE.
               05  FILLER              PIC X(38)
                   VALUE "B = BREAK IN THE CHAIN   W = WARNING  ".
               05  FILLER              PIC X(62)
                   VALUE " E = CHECK NOT MADE".
           01  RPT-FINDING-HEAD.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  FILLER              PIC X(27) VALUE "SOURCE".
               05  FILLER              PIC X(07) VALUE " RECORD".
               05  FILLER              PIC X(11) VALUE "   SEQUENCE".
               05  FILLER              PIC X(04) VALUE SPACES.
               05  FILLER              PIC X(49) VALUE "FINDING".
           01  RPT-FINDING-LINE.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  FL-SOURCE           PIC X(25).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  FL-RECORD-NO        PIC Z(06)9 BLANK WHEN ZERO.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  FL-SEQ              PIC Z(08)9 BLANK WHEN ZERO.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  FL-SEVERITY         PIC X(01).
               05  FILLER              PIC X(01) VALUE SPACES.
               05  FL-TEXT             PIC X(38).
               05  FL-COUNT            PIC ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
           01  RPT-COUNT-LINE.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  CL-LABEL            PIC X(40).
               05  CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(47) VALUE SPACES.
           01  RPT-RESULT-LINE.
               05  FILLER              PIC X(10) VALUE "  RESULT: ".
               05  RL-RESULT           PIC X(40).
               05  FILLER              PIC X(50) VALUE SPACES.
           01  RPT-SOURCE-HEAD         PIC X(100)
               VALUE "  SOURCES READ".
           01  RPT-SOURCE-LINE.
               05  FILLER              PIC X(04) VALUE SPACES.
               05  SL-FILENAME         PIC X(40).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  SL-STATE            PIC X(12).
               05  SL-RECORDS          PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(31) VALUE SPACES.
           01  RPT-NONE-LINE           PIC X(100)
               VALUE "  NO BREAKS FOUND".
           01  RPT-OVERALL-LINE.
               05  FILLER              PIC X(18)
                   VALUE "OVERALL RESULT: ".
               05  OL-RESULT           PIC X(40).
               05  FILLER              PIC X(42) VALUE SPACES.
           01  RPT-BLANK               PIC X(100) VALUE SPACES.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "LST=".
               05  WS-PS-LST       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "SRC=".
               05  WS-PS-SRC       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "SEC=".
               05  WS-PS-SEC       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(05)
                                   VALUE "READ=".
               05  WS-PC-READ
                                   PIC 9(09).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(07)
                                   VALUE "BREAKS=".
               05  WS-PC-BREAKS
                                   PIC 9(09).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.

           COPY RETCODES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *> RESET EVERY SWITCH, COUNT, AND THE RETURN CODE EXPLICITLY -
      *> UNDER STATIC CALL, WORKING-STORAGE VALUE CLAUSES ONLY APPLY
      *> ON THE FIRST LOAD OF THE RUN UNIT, NOT ON EVERY CALL.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-TABLE-FULL.
           MOVE 0 TO WS-TOTAL-BREAKS.
           MOVE 0 TO WS-TOTAL-WARNINGS.
           MOVE 0 TO WS-TOTAL-READ.
           MOVE 0 TO WS-SRC-SIZE.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT LOG-VERIFY-RPT.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           WRITE VERIFY-RPT-LINE FROM RPT-HEADING-1.
           WRITE VERIFY-RPT-LINE FROM RPT-LEGEND-LINE.
           PERFORM 2000-VERIFY-AUDIT-LOG
               THRU 2000-EXIT.
           PERFORM 3000-VERIFY-SECURITY-LOG
               THRU 3000-EXIT.
           PERFORM 8000-WRITE-OVERALL
               THRU 8000-EXIT.
           CLOSE LOG-VERIFY-RPT.
           EVALUATE TRUE
               WHEN WS-TOTAL-BREAKS > 0
                   MOVE "4000-CHECK-ONE-RECORD"
                       TO WS-FAIL-PARAGRAPH
                   SET RC-SEVERE TO TRUE
               WHEN ANY-TABLE-FULL
                   MOVE "5000-CHECK-SEQUENCE"
                       TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
               WHEN WS-TOTAL-WARNINGS > 0
                   SET RC-WARNING TO TRUE
           END-EVALUATE.
           DISPLAY "LOG-VERIFY READ " WS-TOTAL-READ
               " LOG RECORD(S), BREAKS FOUND: " WS-TOTAL-BREAKS.
           MOVE PGM-RETURN-CODE TO RETURN-CODE.
           IF PGM-RETURN-CODE >= 8
               PERFORM 9200-WRITE-PROBLEM-LOG
                   THRU 9200-EXIT
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *  1000-START-LOG - RESET THE PER-LOG COUNTS AND TABLE AND
      *  HEAD THE LOG'S SECTION OF THE REPORT.
      *----------------------------------------------------------*
       1000-START-LOG.
           MOVE 0 TO WS-RECORDS-READ.
           MOVE 0 TO WS-LEGACY-COUNT.
           MOVE 0 TO WS-CHAINED-COUNT.
           MOVE 0 TO WS-BREAK-COUNT.
           MOVE 0 TO WS-WARNING-COUNT.
           MOVE 0 TO WS-FIRST-SEQ.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE 0 TO WS-STATE-SEQ.
           MOVE SPACES TO WS-STATE-HASH.
           MOVE 'N' TO WS-STATE-FOUND.
           MOVE 'N' TO WS-CHAIN-STARTED.
           MOVE 'Y' TO WS-SEQ-CHECKED.
           MOVE 0 TO WS-LNK-SIZE.
           MOVE 0 TO WS-LNK-OVERFLOW.
           WRITE VERIFY-RPT-LINE FROM RPT-BLANK.
           MOVE WS-CUR-LOG-NAME TO LH-LOG-NAME.
           WRITE VERIFY-RPT-LINE FROM RPT-LOG-HEAD.
           WRITE VERIFY-RPT-LINE FROM RPT-FINDING-HEAD.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-NOTE-SOURCE - ADD ONE SOURCE FILE TO THE SOURCES
      *  TABLE AS THE CURRENT SOURCE.
      *----------------------------------------------------------*
       1100-NOTE-SOURCE.
           MOVE 0 TO WS-SOURCE-RECNO.
           IF WS-SRC-SIZE < MAX-SRC-SIZE
               ADD 1 TO WS-SRC-SIZE
               MOVE WS-CUR-LOG-NAME TO SR-LOG-NAME(WS-SRC-SIZE)
               MOVE WS-SOURCE-FILENAME(1:40)
                   TO SR-FILENAME(WS-SRC-SIZE)
               MOVE "READ" TO SR-STATE(WS-SRC-SIZE)
               MOVE 0 TO SR-RECORDS(WS-SRC-SIZE)
           END-IF.
           MOVE WS-SRC-SIZE TO WS-CUR-SRC-IDX.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-VERIFY-AUDIT-LOG - EVERY ARCHIVE GENERATION ON
      *  AUDIT-ARCHLIST, THEN THE LIVE TRAIL, AS ONE CHAIN.
      *----------------------------------------------------------*
       2000-VERIFY-AUDIT-LOG.
           MOVE "AUDIT-LOG" TO WS-CUR-LOG-NAME.
           MOVE "(WITH EVERY ARCHIVE GENERATION)" TO LH-NOTE.
           PERFORM 1000-START-LOG
               THRU 1000-EXIT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-ARCHLIST.
           IF WS-ARCHLIST-FILE-STATUS = "00"
               PERFORM 2100-WALK-ONE-ARCHIVE
                   THRU 2100-EXIT
                   UNTIL END-OF-FILE
               CLOSE AUDIT-ARCHLIST
           END-IF.
           MOVE SPACES TO WS-SOURCE-FILENAME.
           MOVE "AUDIT-LOG" TO WS-SOURCE-FILENAME.
           PERFORM 2200-SCAN-ONE-SOURCE
               THRU 2200-EXIT.
           PERFORM 5000-CHECK-SEQUENCE
               THRU 5000-EXIT.
           PERFORM 5500-CHECK-CHAIN-END
               THRU 5500-EXIT.
           PERFORM 6000-WRITE-LOG-SUMMARY
               THRU 6000-EXIT.
       2000-EXIT.
           EXIT.

       2100-WALK-ONE-ARCHIVE.
           READ AUDIT-ARCHLIST
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 2100-EXIT
           END-IF.
           IF ARCL-FILENAME = SPACES
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WS-SOURCE-FILENAME.
           MOVE ARCL-FILENAME TO WS-SOURCE-FILENAME.
           PERFORM 2200-SCAN-ONE-SOURCE
               THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-SCAN-ONE-SOURCE - CHECK EVERY RECORD OF ONE
      *  ARCHIVE (OR THE LIVE TRAIL). A LISTED ARCHIVE THAT
      *  CANNOT BE READ IS A WARNING HERE; THE RECORDS IT HELD
      *  SHOW UP AS A GAP IN THE CHAIN.
      *----------------------------------------------------------*
       2200-SCAN-ONE-SOURCE.
           PERFORM 1100-NOTE-SOURCE
               THRU 1100-EXIT.
           OPEN INPUT AUDIT-SOURCE.
           IF WS-SOURCE-FILE-STATUS NOT = "00"
               DISPLAY "SOURCE "
                   FUNCTION TRIM(WS-SOURCE-FILENAME)
                   " NOT READABLE, FILE STATUS="
                   WS-SOURCE-FILE-STATUS
               IF WS-CUR-SRC-IDX > 0
                   MOVE "NOT READABLE" TO SR-STATE(WS-CUR-SRC-IDX)
               END-IF
               MOVE 'W' TO WS-FND-SEVERITY
               MOVE WS-SOURCE-FILENAME(1:40) TO WS-FND-SOURCE
               MOVE 0 TO WS-FND-RECORD-NO
               MOVE 0 TO WS-FND-SEQ
               MOVE "SOURCE NOT READABLE, FILE STATUS"
                   TO WS-FND-TEXT
               MOVE WS-SOURCE-FILE-STATUS TO WS-FND-TEXT(34:2)
               MOVE 0 TO WS-FND-COUNT
               PERFORM 7000-WRITE-FINDING
                   THRU 7000-EXIT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2300-SCAN-ONE-RECORD
               THRU 2300-EXIT
               UNTIL WS-SOURCE-FILE-STATUS NOT = "00".
           CLOSE AUDIT-SOURCE.
       2200-EXIT.
           EXIT.

       2300-SCAN-ONE-RECORD.
           READ AUDIT-SOURCE
               AT END
                   GO TO 2300-EXIT
           END-READ.
           IF AUD-CHAIN = SPACES
               MOVE 'Y' TO WS-REC-UNCHAINED
           ELSE
               MOVE 'N' TO WS-REC-UNCHAINED
               MOVE AUD-CHAIN-SEQ TO WS-REC-SEQ
               MOVE AUD-CHAIN-PREV-HASH TO WS-REC-PREV-HASH
               MOVE AUD-CHAIN-HASH TO WS-REC-HASH
           END-IF.
      *> THE HASH WAS TAKEN WITH THE CHAIN FIELDS BLANK.
           MOVE SPACES TO AUD-CHAIN.
           MOVE AUDIT-LOG-REC TO WS-CHAIN-RECORD.
           PERFORM 4000-CHECK-ONE-RECORD
               THRU 4000-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-VERIFY-SECURITY-LOG - THE ONE SECURITY-LOG FILE.
      *  NO FILE AT ALL IS AN EMPTY LOG, WHICH THE END-OF-CHAIN
      *  CHECK STILL HOLDS AGAINST LOG-CHAIN-STATE.
      *----------------------------------------------------------*
       3000-VERIFY-SECURITY-LOG.
           MOVE "SECURITY-LOG" TO WS-CUR-LOG-NAME.
           MOVE SPACES TO LH-NOTE.
           PERFORM 1000-START-LOG
               THRU 1000-EXIT.
           MOVE SPACES TO WS-SOURCE-FILENAME.
           MOVE "SECURITY-LOG" TO WS-SOURCE-FILENAME.
           PERFORM 1100-NOTE-SOURCE
               THRU 1100-EXIT.
           OPEN INPUT SECURITY-LOG.
           IF WS-SECLOG-FILE-STATUS = "00"
               PERFORM 3100-SCAN-ONE-EVENT
                   THRU 3100-EXIT
                   UNTIL WS-SECLOG-FILE-STATUS NOT = "00"
               CLOSE SECURITY-LOG
           ELSE
               IF WS-CUR-SRC-IDX > 0
                   IF WS-SECLOG-FILE-STATUS = "35"
                       MOVE "NOT ON FILE" TO SR-STATE(WS-CUR-SRC-IDX)
                   ELSE
                       MOVE "NOT READABLE"
                           TO SR-STATE(WS-CUR-SRC-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 5000-CHECK-SEQUENCE
               THRU 5000-EXIT.
           PERFORM 5500-CHECK-CHAIN-END
               THRU 5500-EXIT.
           PERFORM 6000-WRITE-LOG-SUMMARY
               THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       3100-SCAN-ONE-EVENT.
           READ SECURITY-LOG
               AT END
                   GO TO 3100-EXIT
           END-READ.
           IF SEC-CHAIN = SPACES
               MOVE 'Y' TO WS-REC-UNCHAINED
           ELSE
               MOVE 'N' TO WS-REC-UNCHAINED
               MOVE SEC-CHAIN-SEQ TO WS-REC-SEQ
               MOVE SEC-CHAIN-PREV-HASH TO WS-REC-PREV-HASH
               MOVE SEC-CHAIN-HASH TO WS-REC-HASH
           END-IF.
           MOVE SPACES TO SEC-CHAIN.
           MOVE SECURITY-LOG-REC TO WS-CHAIN-RECORD.
           PERFORM 4000-CHECK-ONE-RECORD
               THRU 4000-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-CHECK-ONE-RECORD - ONE RECORD OF EITHER LOG, WITH
      *  ITS IMAGE (CHAIN FIELDS BLANKED) IN WS-CHAIN-RECORD AND
      *  ITS CHAIN FIELDS IN WS-REC-SEQ/-PREV-HASH/-HASH.
      *  RECOMPUTE ITS HASH AND HOLD IT FOR THE SEQUENCE WALK.
      *----------------------------------------------------------*
       4000-CHECK-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           ADD 1 TO WS-TOTAL-READ.
           ADD 1 TO WS-SOURCE-RECNO.
           IF WS-CUR-SRC-IDX > 0
               ADD 1 TO SR-RECORDS(WS-CUR-SRC-IDX)
           END-IF.
           MOVE 'B' TO WS-FND-SEVERITY.
           IF WS-CUR-SRC-IDX > 0
               MOVE SR-FILENAME(WS-CUR-SRC-IDX) TO WS-FND-SOURCE
           ELSE
               MOVE WS-SOURCE-FILENAME(1:40) TO WS-FND-SOURCE
           END-IF.
           MOVE WS-SOURCE-RECNO TO WS-FND-RECORD-NO.
           MOVE 0 TO WS-FND-SEQ.
           MOVE 0 TO WS-FND-COUNT.
           IF RECORD-UNCHAINED
               IF CHAIN-HAS-STARTED
                   MOVE "UNCHAINED RECORD AFTER CHAIN START"
                       TO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
                       THRU 7000-EXIT
               ELSE
                   ADD 1 TO WS-LEGACY-COUNT
               END-IF
               GO TO 4000-EXIT
           END-IF.
           MOVE 'Y' TO WS-CHAIN-STARTED.
           IF WS-REC-SEQ IS NOT NUMERIC
               OR WS-REC-SEQ-NUM = 0
               MOVE "CHAIN FIELDS NOT VALID" TO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
                   THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO WS-CHAINED-COUNT.
           MOVE WS-REC-SEQ-NUM TO WS-FND-SEQ.
           MOVE 'H' TO WS-CHAIN-FUNCTION.
           MOVE WS-REC-SEQ-NUM TO WS-CHAIN-SEQ.
           MOVE WS-REC-PREV-HASH TO WS-CHAIN-PREV-HASH.
           CALL "LOG-CHAIN".
           IF WS-CHAIN-HASH NOT = WS-REC-HASH
               MOVE "RECORD ALTERED - HASH DOES NOT MATCH"
                   TO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
                   THRU 7000-EXIT
           END-IF.
           IF WS-LNK-SIZE >= MAX-LNK-SIZE
               ADD 1 TO WS-LNK-OVERFLOW
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO WS-LNK-SIZE.
           MOVE WS-REC-SEQ-NUM TO LN-SEQ(WS-LNK-SIZE).
           MOVE WS-REC-PREV-HASH TO LN-PREV-HASH(WS-LNK-SIZE).
           MOVE WS-REC-HASH TO LN-HASH(WS-LNK-SIZE).
           MOVE WS-CUR-SRC-IDX TO LN-SOURCE-IDX(WS-LNK-SIZE).
           MOVE WS-SOURCE-RECNO TO LN-RECORD-NO(WS-LNK-SIZE).
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-CHECK-SEQUENCE - PUT THE CHAINED RECORDS INTO
      *  SEQUENCE ORDER AND WALK THE CHAIN FROM NUMBER 1.
      *----------------------------------------------------------*
       5000-CHECK-SEQUENCE.
           IF WS-LNK-OVERFLOW > 0
               MOVE 'N' TO WS-SEQ-CHECKED
               MOVE 'Y' TO WS-TABLE-FULL
               MOVE 'E' TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-SOURCE
               MOVE 0 TO WS-FND-RECORD-NO
               MOVE 0 TO WS-FND-SEQ
               MOVE "TOO MANY RECORDS, SEQUENCE NOT CHECKED"
                   TO WS-FND-TEXT
               COMPUTE WS-FND-COUNT = WS-LNK-SIZE + WS-LNK-OVERFLOW
               PERFORM 7000-WRITE-FINDING
                   THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF WS-LNK-SIZE = 0
               GO TO 5000-EXIT
           END-IF.
           SORT WS-LNK-ENTRY ASCENDING KEY LN-SEQ.
           MOVE LN-SEQ(1) TO WS-FIRST-SEQ.
           MOVE LN-SEQ(WS-LNK-SIZE) TO WS-LAST-SEQ.
           MOVE 1 TO WS-EXPECTED-SEQ.
           PERFORM 5100-CHECK-ONE-LINK
               THRU 5100-EXIT
               VARYING WS-LNK-IDX FROM 1 BY 1
               UNTIL WS-LNK-IDX > WS-LNK-SIZE.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-LINK.
           MOVE 'B' TO WS-FND-SEVERITY.
           IF LN-SOURCE-IDX(WS-LNK-IDX) > 0
               MOVE SR-FILENAME(LN-SOURCE-IDX(WS-LNK-IDX))
                   TO WS-FND-SOURCE
           ELSE
               MOVE SPACES TO WS-FND-SOURCE
           END-IF.
           MOVE LN-RECORD-NO(WS-LNK-IDX) TO WS-FND-RECORD-NO.
           MOVE LN-SEQ(WS-LNK-IDX) TO WS-FND-SEQ.
           MOVE 0 TO WS-FND-COUNT.
           COMPUTE WS-PRIOR-IDX = WS-LNK-IDX - 1.
           IF WS-LNK-IDX > 1
               IF LN-SEQ(WS-LNK-IDX) = LN-SEQ(WS-PRIOR-IDX)
                   MOVE "DUPLICATE SEQUENCE NUMBER" TO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
                       THRU 7000-EXIT
                   GO TO 5100-EXIT
               END-IF
           END-IF.
           IF LN-SEQ(WS-LNK-IDX) > WS-EXPECTED-SEQ
               MOVE "GAP BEFORE THIS RECORD, MISSING:"
                   TO WS-FND-TEXT
               COMPUTE WS-FND-COUNT =
                   LN-SEQ(WS-LNK-IDX) - WS-EXPECTED-SEQ
               PERFORM 7000-WRITE-FINDING
                   THRU 7000-EXIT
               GO TO 5100-NEXT
           END-IF.
           IF LN-SEQ(WS-LNK-IDX) = 1
               IF LN-PREV-HASH(WS-LNK-IDX) NOT = WS-ZERO-HASH
                   MOVE "FIRST RECORD NOT CHAINED FROM ZERO"
                       TO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
                       THRU 7000-EXIT
               END-IF
               GO TO 5100-NEXT
           END-IF.
           IF LN-PREV-HASH(WS-LNK-IDX) NOT = LN-HASH(WS-PRIOR-IDX)
               MOVE "BROKEN LINK - PREVIOUS HASH DIFFERS"
                   TO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
                   THRU 7000-EXIT
           END-IF.
       5100-NEXT.
           COMPUTE WS-EXPECTED-SEQ = LN-SEQ(WS-LNK-IDX) + 1.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5500-CHECK-CHAIN-END - THE LAST RECORD ON THE LOG MUST
      *  BE THE ONE LOG-CHAIN-STATE RECORDS AS THE END OF THE
      *  CHAIN; OTHERWISE RECORDS WERE CUT FROM (OR ADDED TO) THE
      *  TAIL.
      *----------------------------------------------------------*
       5500-CHECK-CHAIN-END.
           IF NOT SEQUENCE-CHECKED
               GO TO 5500-EXIT
           END-IF.
           MOVE 'S' TO WS-CHAIN-FUNCTION.
           MOVE WS-CUR-LOG-NAME TO WS-CHAIN-LOG-NAME.
           CALL "LOG-CHAIN".
           MOVE "LOG-CHAIN-STATE" TO WS-FND-SOURCE.
           MOVE 0 TO WS-FND-RECORD-NO.
           MOVE 0 TO WS-FND-COUNT.
           IF WS-CHAIN-STATUS NOT = "00"
               IF WS-CHAINED-COUNT > 0
                   MOVE 'W' TO WS-FND-SEVERITY
                   MOVE WS-LAST-SEQ TO WS-FND-SEQ
                   MOVE "NO CHAIN STATE, END OF LOG NOT CHECKED"
                       TO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
                       THRU 7000-EXIT
               END-IF
               GO TO 5500-EXIT
           END-IF.
           MOVE 'Y' TO WS-STATE-FOUND.
           MOVE WS-CHAIN-SEQ TO WS-STATE-SEQ.
           MOVE WS-CHAIN-HASH TO WS-STATE-HASH.
           MOVE 'B' TO WS-FND-SEVERITY.
           MOVE WS-STATE-SEQ TO WS-FND-SEQ.
           IF WS-STATE-SEQ > WS-LAST-SEQ
               MOVE "END OF LOG MISSING, RECORDS LOST:"
                   TO WS-FND-TEXT
               COMPUTE WS-FND-COUNT = WS-STATE-SEQ - WS-LAST-SEQ
               PERFORM 7000-WRITE-FINDING
                   THRU 7000-EXIT
               GO TO 5500-EXIT
           END-IF.
           IF WS-STATE-SEQ < WS-LAST-SEQ
               MOVE "RECORDS BEYOND RECORDED END OF CHAIN:"
                   TO WS-FND-TEXT
               COMPUTE WS-FND-COUNT = WS-LAST-SEQ - WS-STATE-SEQ
               PERFORM 7000-WRITE-FINDING
                   THRU 7000-EXIT
               GO TO 5500-EXIT
           END-IF.
           IF WS-LNK-SIZE > 0
               IF WS-STATE-HASH NOT = LN-HASH(WS-LNK-SIZE)
                   MOVE "LAST RECORD DIFFERS FROM CHAIN STATE"
                       TO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
                       THRU 7000-EXIT
               END-IF
           END-IF.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-WRITE-LOG-SUMMARY - THE COUNTS, THE RESULT AND THE
      *  SOURCES READ FOR ONE LOG.
      *----------------------------------------------------------*
       6000-WRITE-LOG-SUMMARY.
           IF WS-BREAK-COUNT = 0
               AND WS-WARNING-COUNT = 0
               AND SEQUENCE-CHECKED
               WRITE VERIFY-RPT-LINE FROM RPT-NONE-LINE
           END-IF.
           WRITE VERIFY-RPT-LINE FROM RPT-BLANK.
           MOVE "RECORDS READ........................:"
               TO CL-LABEL.
           MOVE WS-RECORDS-READ TO CL-COUNT.
           WRITE VERIFY-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "  OF WHICH FROM BEFORE CHAINING.....:"
               TO CL-LABEL.
           MOVE WS-LEGACY-COUNT TO CL-COUNT.
           WRITE VERIFY-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "CHAINED RECORDS.....................:"
               TO CL-LABEL.
           MOVE WS-CHAINED-COUNT TO CL-COUNT.
           WRITE VERIFY-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "FIRST SEQUENCE NUMBER...............:"
               TO CL-LABEL.
           MOVE WS-FIRST-SEQ TO CL-COUNT.
           WRITE VERIFY-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "LAST SEQUENCE NUMBER................:"
               TO CL-LABEL.
           MOVE WS-LAST-SEQ TO CL-COUNT.
           WRITE VERIFY-RPT-LINE FROM RPT-COUNT-LINE.
           IF CHAIN-STATE-FOUND
               MOVE "END OF CHAIN PER LOG-CHAIN-STATE....:"
                   TO CL-LABEL
               MOVE WS-STATE-SEQ TO CL-COUNT
               WRITE VERIFY-RPT-LINE FROM RPT-COUNT-LINE
           END-IF.
           MOVE "BREAKS FOUND........................:"
               TO CL-LABEL.
           MOVE WS-BREAK-COUNT TO CL-COUNT.
           WRITE VERIFY-RPT-LINE FROM RPT-COUNT-LINE.
           EVALUATE TRUE
               WHEN WS-BREAK-COUNT > 0
                   MOVE "CHAIN BROKEN" TO RL-RESULT
               WHEN NOT SEQUENCE-CHECKED
                   MOVE "NOT FULLY CHECKED" TO RL-RESULT
               WHEN WS-WARNING-COUNT > 0
                   MOVE "CHAIN INTACT, WITH WARNINGS" TO RL-RESULT
               WHEN OTHER
                   MOVE "CHAIN INTACT" TO RL-RESULT
           END-EVALUATE.
           WRITE VERIFY-RPT-LINE FROM RPT-RESULT-LINE.
           WRITE VERIFY-RPT-LINE FROM RPT-BLANK.
           WRITE VERIFY-RPT-LINE FROM RPT-SOURCE-HEAD.
           PERFORM 6100-WRITE-ONE-SOURCE
               THRU 6100-EXIT
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-SIZE.
       6000-EXIT.
           EXIT.

       6100-WRITE-ONE-SOURCE.
           IF SR-LOG-NAME(WS-SRC-IDX) NOT = WS-CUR-LOG-NAME
               GO TO 6100-EXIT
           END-IF.
           MOVE SPACES TO RPT-SOURCE-LINE.
           MOVE SR-FILENAME(WS-SRC-IDX) TO SL-FILENAME.
           MOVE SR-STATE(WS-SRC-IDX) TO SL-STATE.
           MOVE SR-RECORDS(WS-SRC-IDX) TO SL-RECORDS.
           WRITE VERIFY-RPT-LINE FROM RPT-SOURCE-LINE.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7000-WRITE-FINDING - PRINT ONE FINDING AND COUNT IT.
      *----------------------------------------------------------*
       7000-WRITE-FINDING.
           MOVE SPACES TO RPT-FINDING-LINE.
           MOVE WS-FND-SOURCE TO FL-SOURCE.
           MOVE WS-FND-RECORD-NO TO FL-RECORD-NO.
           MOVE WS-FND-SEQ TO FL-SEQ.
           MOVE WS-FND-SEVERITY TO FL-SEVERITY.
           MOVE WS-FND-TEXT TO FL-TEXT.
           MOVE WS-FND-COUNT TO FL-COUNT.
           WRITE VERIFY-RPT-LINE FROM RPT-FINDING-LINE.
           EVALUATE TRUE
               WHEN FINDING-BREAK
                   ADD 1 TO WS-BREAK-COUNT
                   ADD 1 TO WS-TOTAL-BREAKS
               WHEN FINDING-WARNING
                   ADD 1 TO WS-WARNING-COUNT
                   ADD 1 TO WS-TOTAL-WARNINGS
           END-EVALUATE.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-OVERALL - ONE LINE FOR THE WHOLE RUN.
      *----------------------------------------------------------*
       8000-WRITE-OVERALL.
           EVALUATE TRUE
               WHEN WS-TOTAL-BREAKS > 0
                   MOVE "BREAKS FOUND - SEE ABOVE" TO OL-RESULT
               WHEN ANY-TABLE-FULL
                   MOVE "NOT FULLY CHECKED" TO OL-RESULT
               WHEN OTHER
                   MOVE "BOTH CHAINS INTACT" TO OL-RESULT
           END-EVALUATE.
           WRITE VERIFY-RPT-LINE FROM RPT-BLANK.
           WRITE VERIFY-RPT-LINE FROM RPT-OVERALL-LINE.
       8000-EXIT.
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
           MOVE WS-ARCHLIST-FILE-STATUS
               TO WS-PS-LST.
           MOVE WS-SOURCE-FILE-STATUS
               TO WS-PS-SRC.
           MOVE WS-SECLOG-FILE-STATUS
               TO WS-PS-SEC.
           MOVE WS-TOTAL-READ TO WS-PC-READ.
           MOVE WS-TOTAL-BREAKS TO WS-PC-BREAKS.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "LOG-VERIFY"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE "AUDIT-LOG"
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM LOG-VERIFY.
