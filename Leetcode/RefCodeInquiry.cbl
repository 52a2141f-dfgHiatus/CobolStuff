       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCODE-INQUIRY.
       AUTHOR. DATA-PROCESSING.
      *> Replacement-chain inquiry against the indexed
      *> REFCODE-REGISTRY. A code that failed validation is
      *> replaced by CODE-ISSUE, and the replacement can itself
      *> fail and be replaced in turn, so the code a customer
      *> quotes may be several links away from the one now in
      *> use. REFCODE-INQUIRIES lists one code per record; for
      *> each, the inquiry walks back through REF-REPLACES to the
      *> first code in the chain, then forward through
      *> REF-REPLACED-BY to the latest, and prints every link on
      *> REFCODE-CHAIN-RPT - status, origin, issue and activation
      *> dates, and the last status change with who made it and
      *> why - marking the code that was asked about.
      *>
      *> A link pointing at a code not on the registry ends the
      *> walk in that direction with a note on the report. A
      *> chain longer than MAX-HOPS links is cut off with a note,
      *> so a damaged registry that links a code back to itself
      *> cannot hold the step in a loop. A code not on the
      *> registry at all ends the step RC-WARNING; so does a run
      *> with no REFCODE-INQUIRIES file.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFCODE-INQUIRIES
               ASSIGN TO "REFCODE-INQUIRIES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.
           SELECT REFCODE-REGISTRY
               ASSIGN TO "REFCODE-REGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-CODE
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT REFCODE-CHAIN-RPT
               ASSIGN TO "REFCODE-CHAIN-RPT"
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
       FD  REFCODE-INQUIRIES
           LABEL RECORDS ARE STANDARD.
       01  REFCODE-INQUIRY-REC.
           05  RIQ-CODE                PIC X(30).
           05  FILLER                  PIC X(50).

       FD  REFCODE-REGISTRY
           LABEL RECORDS ARE STANDARD.
           COPY REFCODE.

       FD  REFCODE-CHAIN-RPT
           LABEL RECORDS ARE OMITTED.
       01  CHAIN-RPT-LINE              PIC X(100).

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
           01  WS-REQ-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-REQUESTS                VALUE 'Y'.

      *> THE REGISTRY'S FILE STATUS REFLECTS THE LAST KEYED READ,
      *> SO WHETHER THE FILE IS OPEN IS TRACKED SEPARATELY.
           01  WS-REG-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  REGISTRY-IS-OPEN               VALUE 'Y'.

      *> ONE CHAIN WALK: THE CODE ASKED ABOUT, THE FIRST CODE OF
      *> ITS CHAIN, THE LINK BEING VISITED, AND THE KEY OF ANY
      *> EARLIER LINK MISSING FROM THE REGISTRY.
           01  WS-INQ-KEY              PIC X(30) VALUE SPACES.
           01  WS-ROOT-KEY             PIC X(30) VALUE SPACES.
           01  WS-WALK-KEY             PIC X(30) VALUE SPACES.
           01  WS-BREAK-KEY            PIC X(30) VALUE SPACES.
           01  WS-WALK-SWITCH          PIC X(01) VALUE 'N'.
               88  WALK-DONE                      VALUE 'Y'.
           01  WS-HOP-COUNT            PIC 9(04) VALUE 0.
           01  MAX-HOPS                PIC 9(04) VALUE 50.

           01  WS-REQ-COUNT            PIC 9(09) VALUE 0.
           01  WS-FOUND-COUNT          PIC 9(09) VALUE 0.
           01  WS-NOTFOUND-COUNT       PIC 9(09) VALUE 0.
           01  WS-LINK-COUNT           PIC 9(09) VALUE 0.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(36)
                   VALUE "REFERENCE-CODE REPLACEMENT CHAINS  ".
               05  FILLER              PIC X(10) VALUE "RUN DATE: ".
               05  H-RUN-DATE          PIC X(08).
               05  FILLER              PIC X(46) VALUE SPACES.
           01  RPT-CODE-HEAD.
               05  FILLER              PIC X(16)
                   VALUE "CHAIN FOR CODE: ".
               05  CH-CODE             PIC X(30).
               05  FILLER              PIC X(54) VALUE SPACES.
           01  RPT-COLUMN-HEAD.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  FILLER              PIC X(32) VALUE "CODE".
               05  FILLER              PIC X(09) VALUE "STATUS".
               05  FILLER              PIC X(11) VALUE "ORIGIN".
               05  FILLER              PIC X(09) VALUE "ISSUED".
               05  FILLER              PIC X(09) VALUE "ACTIVE".
               05  FILLER              PIC X(09) VALUE "CHANGED".
               05  FILLER              PIC X(19) VALUE "BY".

           01  RPT-LINK-LINE.
      *> "->" MARKS THE CODE THAT WAS ASKED ABOUT.
               05  LL-MARK             PIC X(02).
               05  LL-CODE             PIC X(30).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  LL-STATUS           PIC X(08).
               05  FILLER              PIC X(01) VALUE SPACES.
               05  LL-ORIGIN           PIC X(10).
               05  FILLER              PIC X(01) VALUE SPACES.
               05  LL-ISSUE-DATE       PIC X(08).
               05  FILLER              PIC X(01) VALUE SPACES.
               05  LL-ACTIVATED-DATE   PIC X(08).
               05  FILLER              PIC X(01) VALUE SPACES.
               05  LL-STATUS-DATE      PIC X(08).
               05  FILLER              PIC X(01) VALUE SPACES.
               05  LL-STATUS-BY        PIC X(12).
               05  FILLER              PIC X(07) VALUE SPACES.
           01  RPT-REASON-LINE.
               05  FILLER              PIC X(34) VALUE SPACES.
               05  FILLER              PIC X(08) VALUE "REASON: ".
               05  RL-REASON           PIC X(30).
               05  FILLER              PIC X(28) VALUE SPACES.
           01  RPT-NOTE-LINE.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  NL-TEXT             PIC X(40).
               05  NL-CODE             PIC X(30).
               05  FILLER              PIC X(28) VALUE SPACES.

           01  RPT-COUNT-LINE.
               05  RCL-LABEL           PIC X(28).
               05  RCL-COUNT           PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(61) VALUE SPACES.
           01  RPT-BLANK               PIC X(100) VALUE SPACES.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "REQ=".
               05  WS-PS-REQ       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "REG=".
               05  WS-PS-REG       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(09)
                                   VALUE "REQUESTS=".
               05  WS-PC-REQUESTS
                                   PIC 9(09).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(09)
                                   VALUE "NOTFOUND=".
               05  WS-PC-NOTFOUND
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
           MOVE 'N' TO WS-REG-OPEN-SWITCH.
           MOVE 0 TO WS-REQ-COUNT.
           MOVE 0 TO WS-FOUND-COUNT.
           MOVE 0 TO WS-NOTFOUND-COUNT.
           MOVE 0 TO WS-LINK-COUNT.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF NOT END-OF-REQUESTS
               PERFORM 2000-TRACE-ONE-CODE
                   THRU 2000-EXIT
                   UNTIL END-OF-REQUESTS
           END-IF.
           PERFORM 8000-WRITE-TOTALS
               THRU 8000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           IF WS-NOTFOUND-COUNT > 0 AND RC-NORMAL
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
      *  1000-INITIALIZE - OPEN THE INQUIRY LIST, THE REGISTRY
      *  (READ ONLY) AND THE REPORT.
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT REFCODE-INQUIRIES.
           IF WS-REQ-FILE-STATUS = "35"
               DISPLAY "REFCODE-INQUIRIES NOT SUPPLIED - "
                   "NOTHING TO TRACE"
               SET RC-WARNING TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-REQ-FILE-STATUS NOT = "00"
                   DISPLAY "REFCODE-INQUIRIES OPEN FAILED, "
                       "FILE STATUS=" WS-REQ-FILE-STATUS
                   MOVE "1000-INITIALIZE"
                       TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.
           OPEN INPUT REFCODE-REGISTRY.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "REFCODE-REGISTRY OPEN FAILED, FILE STATUS="
                   WS-REG-FILE-STATUS
               MOVE "1000-INITIALIZE"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               MOVE 'Y' TO WS-REG-OPEN-SWITCH
           END-IF.
           OPEN OUTPUT REFCODE-CHAIN-RPT.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           WRITE CHAIN-RPT-LINE FROM RPT-HEADING-1.
           WRITE CHAIN-RPT-LINE FROM RPT-BLANK.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-TRACE-ONE-CODE - READ ONE INQUIRY, FIND THE FIRST
      *  CODE OF ITS CHAIN AND PRINT THE CHAIN FROM THERE.
      *----------------------------------------------------------*
       2000-TRACE-ONE-CODE.
           READ REFCODE-INQUIRIES
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-REQUESTS
               GO TO 2000-EXIT
           END-IF.
           IF RIQ-CODE = SPACES
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-REQ-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RIQ-CODE))
               TO WS-INQ-KEY.
           MOVE WS-INQ-KEY TO CH-CODE.
           WRITE CHAIN-RPT-LINE FROM RPT-CODE-HEAD.
           MOVE WS-INQ-KEY TO REF-CODE.
           READ REFCODE-REGISTRY
               INVALID KEY
                   ADD 1 TO WS-NOTFOUND-COUNT
                   MOVE SPACES TO RPT-NOTE-LINE
                   MOVE "NOT ON THE REGISTRY" TO NL-TEXT
                   WRITE CHAIN-RPT-LINE FROM RPT-NOTE-LINE
                   WRITE CHAIN-RPT-LINE FROM RPT-BLANK
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-FOUND-COUNT.
           WRITE CHAIN-RPT-LINE FROM RPT-COLUMN-HEAD.
           PERFORM 2100-FIND-FIRST-CODE
               THRU 2100-EXIT.
           PERFORM 2200-PRINT-CHAIN
               THRU 2200-EXIT.
           WRITE CHAIN-RPT-LINE FROM RPT-BLANK.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2100-FIND-FIRST-CODE - WALK BACK THROUGH REF-REPLACES
      *  FROM THE CODE ASKED ABOUT (ALREADY READ) TO THE FIRST
      *  CODE OF THE CHAIN THAT IS ON THE REGISTRY.
      *----------------------------------------------------------*
       2100-FIND-FIRST-CODE.
           MOVE WS-INQ-KEY TO WS-ROOT-KEY.
           MOVE SPACES TO WS-BREAK-KEY.
           MOVE 0 TO WS-HOP-COUNT.
           MOVE 'N' TO WS-WALK-SWITCH.
           PERFORM 2110-STEP-BACK
               THRU 2110-EXIT
               UNTIL WALK-DONE.
       2100-EXIT.
           EXIT.

       2110-STEP-BACK.
           IF REF-REPLACES = SPACES
               MOVE 'Y' TO WS-WALK-SWITCH
               GO TO 2110-EXIT
           END-IF.
           IF WS-HOP-COUNT >= MAX-HOPS
               MOVE 'Y' TO WS-WALK-SWITCH
               GO TO 2110-EXIT
           END-IF.
           ADD 1 TO WS-HOP-COUNT.
           MOVE REF-REPLACES TO WS-WALK-KEY.
           MOVE WS-WALK-KEY TO REF-CODE.
           READ REFCODE-REGISTRY
               INVALID KEY
                   MOVE WS-WALK-KEY TO WS-BREAK-KEY
                   MOVE 'Y' TO WS-WALK-SWITCH
                   GO TO 2110-EXIT
           END-READ.
           MOVE WS-WALK-KEY TO WS-ROOT-KEY.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-PRINT-CHAIN - PRINT FORWARD THROUGH REF-REPLACED-BY
      *  FROM THE FIRST CODE TO THE LATEST.
      *----------------------------------------------------------*
       2200-PRINT-CHAIN.
           IF WS-BREAK-KEY NOT = SPACES
               MOVE SPACES TO RPT-NOTE-LINE
               MOVE "REPLACES A CODE NOT ON THE REGISTRY: "
                   TO NL-TEXT
               MOVE WS-BREAK-KEY TO NL-CODE
               WRITE CHAIN-RPT-LINE FROM RPT-NOTE-LINE
           END-IF.
           MOVE WS-ROOT-KEY TO WS-WALK-KEY.
           MOVE 0 TO WS-HOP-COUNT.
           MOVE 'N' TO WS-WALK-SWITCH.
           PERFORM 2210-PRINT-ONE-LINK
               THRU 2210-EXIT
               UNTIL WALK-DONE.
       2200-EXIT.
           EXIT.

       2210-PRINT-ONE-LINK.
           MOVE WS-WALK-KEY TO REF-CODE.
           READ REFCODE-REGISTRY
               INVALID KEY
                   MOVE SPACES TO RPT-NOTE-LINE
                   MOVE "REPLACED BY A CODE NOT ON THE REGISTRY: "
                       TO NL-TEXT
                   MOVE WS-WALK-KEY TO NL-CODE
                   WRITE CHAIN-RPT-LINE FROM RPT-NOTE-LINE
                   MOVE 'Y' TO WS-WALK-SWITCH
                   GO TO 2210-EXIT
           END-READ.
           ADD 1 TO WS-LINK-COUNT.
           PERFORM 2220-FORMAT-LINK
               THRU 2220-EXIT.
           WRITE CHAIN-RPT-LINE FROM RPT-LINK-LINE.
           IF REF-STATUS-REASON NOT = SPACES
               MOVE REF-STATUS-REASON TO RL-REASON
               WRITE CHAIN-RPT-LINE FROM RPT-REASON-LINE
           END-IF.
           IF REF-REPLACED-BY = SPACES
               MOVE 'Y' TO WS-WALK-SWITCH
               GO TO 2210-EXIT
           END-IF.
           ADD 1 TO WS-HOP-COUNT.
           IF WS-HOP-COUNT >= MAX-HOPS
               MOVE SPACES TO RPT-NOTE-LINE
               MOVE "CHAIN CUT OFF - CHECK FOR A LOOP AT: "
                   TO NL-TEXT
               MOVE REF-REPLACED-BY TO NL-CODE
               WRITE CHAIN-RPT-LINE FROM RPT-NOTE-LINE
               MOVE 'Y' TO WS-WALK-SWITCH
               GO TO 2210-EXIT
           END-IF.
           MOVE REF-REPLACED-BY TO WS-WALK-KEY.
       2210-EXIT.
           EXIT.

       2220-FORMAT-LINK.
           MOVE SPACES TO RPT-LINK-LINE.
           IF REF-CODE = WS-INQ-KEY
               MOVE "->" TO LL-MARK
           END-IF.
           MOVE REF-CODE TO LL-CODE.
           EVALUATE TRUE
               WHEN REF-ISSUED
                   MOVE "ISSUED" TO LL-STATUS
               WHEN REF-ACTIVE
                   MOVE "ACTIVE" TO LL-STATUS
               WHEN REF-RETIRED
                   MOVE "RETIRED" TO LL-STATUS
               WHEN REF-REVOKED
                   MOVE "REVOKED" TO LL-STATUS
               WHEN OTHER
                   MOVE REF-STATUS TO LL-STATUS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN REF-FROM-CODE-ISSUE
                   MOVE "CODE-ISSUE" TO LL-ORIGIN
               WHEN REF-FROM-CONVERSION
                   MOVE "CONVERTED" TO LL-ORIGIN
               WHEN REF-FROM-OUTSIDE
                   MOVE "OUTSIDE" TO LL-ORIGIN
               WHEN OTHER
                   MOVE REF-ORIGIN TO LL-ORIGIN
           END-EVALUATE.
           MOVE REF-ISSUE-DATE TO LL-ISSUE-DATE.
           MOVE REF-ACTIVATED-DATE TO LL-ACTIVATED-DATE.
           MOVE REF-STATUS-DATE TO LL-STATUS-DATE.
           MOVE REF-STATUS-BY TO LL-STATUS-BY.
       2220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-TOTALS - CLOSE OUT THE REPORT WITH THE
      *  INQUIRY COUNTS.
      *----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "CODES ASKED ABOUT..........:" TO RCL-LABEL.
           MOVE WS-REQ-COUNT TO RCL-COUNT.
           WRITE CHAIN-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "FOUND ON THE REGISTRY......:" TO RCL-LABEL.
           MOVE WS-FOUND-COUNT TO RCL-COUNT.
           WRITE CHAIN-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "NOT ON THE REGISTRY........:" TO RCL-LABEL.
           MOVE WS-NOTFOUND-COUNT TO RCL-COUNT.
           WRITE CHAIN-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "CHAIN LINKS PRINTED........:" TO RCL-LABEL.
           MOVE WS-LINK-COUNT TO RCL-COUNT.
           WRITE CHAIN-RPT-LINE FROM RPT-COUNT-LINE.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE - CLOSE FILES AND RETURN TO THE CALLER.
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-REQ-FILE-STATUS = "00"
               OR WS-REQ-FILE-STATUS = "10"
               CLOSE REFCODE-INQUIRIES
           END-IF.
           IF REGISTRY-IS-OPEN
               CLOSE REFCODE-REGISTRY
           END-IF.
           CLOSE REFCODE-CHAIN-RPT.
       9000-EXIT.
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
           MOVE "REFCODE-INQUIRY"     TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-REQ-COUNT         TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-FOUND-COUNT       TO AUD-OUTPUT-COUNT.
           MOVE WS-NOTFOUND-COUNT    TO AUD-OUTPUT-COUNT-2.
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
           MOVE WS-REQ-FILE-STATUS
               TO WS-PS-REQ.
           MOVE WS-REG-FILE-STATUS
               TO WS-PS-REG.
           MOVE WS-REQ-COUNT TO WS-PC-REQUESTS.
           MOVE WS-NOTFOUND-COUNT TO WS-PC-NOTFOUND.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "REFCODE-INQUIRY"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE "REFCODE-INQUIRIES"
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM REFCODE-INQUIRY.
