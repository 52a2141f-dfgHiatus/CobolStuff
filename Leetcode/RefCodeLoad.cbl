       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCODE-LOAD.
       AUTHOR. DATA-PROCESSING.
      *> One-time conversion step: builds the indexed
      *> REFCODE-REGISTRY from the old flat ISSUED-CODES list. Run
      *> it once when cutting over; after that CODE-ISSUE adds to
      *> the registry, PALINDROME-CHECK and REFCODE-MAINT move
      *> codes through their lifecycle, and the flat list is
      *> retired. CODE-ISSUE will not issue while ISSUED-CODES is
      *> on disk and the registry is not.
      *>
      *> The flat list only ever said a code had been issued, so
      *> every converted code is loaded ISSUED with no issue date;
      *> PALINDROME-CHECK marks it ACTIVE the next time the code
      *> is validated. The last night's REPLACEMENT-CODES file, if
      *> it is still on disk, is the only record of which failed
      *> code any of them replaced: those links are loaded too,
      *> the failed codes registered RETIRED from outside, so the
      *> most recent replacement chains are not lost.
      *>
      *> Duplicate codes on the flat list load first-in-wins: the
      *> later duplicate is counted and reported, not loaded.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISSUED-CODES
               ASSIGN TO "ISSUED-CODES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISS-FILE-STATUS.
           SELECT REPLACEMENT-CODES
               ASSIGN TO "REPLACEMENT-CODES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPL-FILE-STATUS.
           SELECT REFCODE-REGISTRY
               ASSIGN TO "REFCODE-REGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-CODE
               FILE STATUS IS WS-REG-FILE-STATUS.
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
       FD  ISSUED-CODES
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT CODE-ISSUE USED TO APPEND TO.
       01  ISSUED-CODE-REC.
           05  ISS-CODE                PIC X(30).
           05  FILLER                  PIC X(50).

       FD  REPLACEMENT-CODES
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT CODE-ISSUE WRITES.
       01  REPLACEMENT-REC.
           05  RPL-OLD-CODE            PIC X(30).
           05  FILLER                  PIC X(02).
           05  RPL-NEW-CODE            PIC X(30).

       FD  REFCODE-REGISTRY
           LABEL RECORDS ARE STANDARD.
           COPY REFCODE.

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
           01  WS-ISS-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-RPL-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-INPUT                   VALUE 'Y'.

           01  WS-REC-COUNT            PIC 9(09) VALUE 0.
           01  WS-LOADED-COUNT         PIC 9(09) VALUE 0.
           01  WS-DUP-COUNT            PIC 9(09) VALUE 0.
           01  WS-LINK-COUNT           PIC 9(09) VALUE 0.

      *> ONE REPLACEMENT-CODES PAIR, IN REGISTRY KEY FORM.
           01  WS-OLD-KEY              PIC X(30) VALUE SPACES.
           01  WS-NEW-KEY              PIC X(30) VALUE SPACES.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "ISS=".
               05  WS-PS-ISS       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "RPL=".
               05  WS-PS-RPL       PIC X(02).
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
               05  WS-PC-READ
                                   PIC 9(09).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(05)
                                   VALUE "DUPS=".
               05  WS-PC-DUPS
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
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-LOADED-COUNT.
           MOVE 0 TO WS-DUP-COUNT.
           MOVE 0 TO WS-LINK-COUNT.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-LOAD-REGISTRY
               THRU 1000-EXIT.
           IF PGM-RETURN-CODE < 8
               PERFORM 2000-LOAD-LAST-LINKS
                   THRU 2000-EXIT
           END-IF.
           DISPLAY "REFCODE-LOAD CODES READ......: " WS-REC-COUNT.
           DISPLAY "REFCODE-LOAD CODES LOADED....: " WS-LOADED-COUNT.
           DISPLAY "REFCODE-LOAD DUPLICATES......: " WS-DUP-COUNT.
           DISPLAY "REFCODE-LOAD CHAIN LINKS.....: " WS-LINK-COUNT.
           IF WS-DUP-COUNT > 0 AND RC-NORMAL
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
      *  1000-LOAD-REGISTRY - CREATE THE REGISTRY FRESH AND COPY
      *  THE FLAT LIST INTO IT CODE BY CODE.
      *----------------------------------------------------------*
       1000-LOAD-REGISTRY.
           OPEN INPUT ISSUED-CODES.
           IF WS-ISS-FILE-STATUS NOT = "00"
               DISPLAY "ISSUED-CODES OPEN FAILED, FILE STATUS="
                   WS-ISS-FILE-STATUS
               MOVE "1000-LOAD-REGISTRY"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT REFCODE-REGISTRY.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "REFCODE-REGISTRY OPEN FAILED, FILE STATUS="
                   WS-REG-FILE-STATUS
               MOVE "1000-LOAD-REGISTRY"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               CLOSE ISSUED-CODES
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-CODE
               THRU 1100-EXIT
               UNTIL END-OF-INPUT.
           CLOSE ISSUED-CODES.
           CLOSE REFCODE-REGISTRY.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-CODE.
           READ ISSUED-CODES
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-INPUT
               GO TO 1100-EXIT
           END-IF.
           IF ISS-CODE = SPACES
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-REC-COUNT.
           MOVE SPACES TO REF-CODE-REC.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ISS-CODE))
               TO REF-CODE.
           MOVE 'I' TO REF-STATUS.
           MOVE 'C' TO REF-ORIGIN.
           MOVE WS-RUN-DATE TO REF-STATUS-DATE.
           MOVE "REFCODE-LOAD" TO REF-STATUS-BY.
           MOVE "CONVERTED FROM ISSUED-CODES" TO REF-STATUS-REASON.
           WRITE REF-CODE-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
                   DISPLAY "DUPLICATE CODE NOT LOADED: " ISS-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-LOAD-LAST-LINKS - THE LAST NIGHT'S REPLACEMENT-CODES
      *  PAIRS, WHERE STILL ON DISK: EACH NEW CODE CARRIES THE
      *  FAILED CODE IT REPLACED, AND THE FAILED CODE POINTS
      *  FORWARD TO IT. NO FILE SIMPLY MEANS NO KNOWN LINKS.
      *----------------------------------------------------------*
       2000-LOAD-LAST-LINKS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REPLACEMENT-CODES.
           IF WS-RPL-FILE-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.
           IF WS-RPL-FILE-STATUS NOT = "00"
               DISPLAY "REPLACEMENT-CODES OPEN FAILED, FILE STATUS="
                   WS-RPL-FILE-STATUS
               MOVE "2000-LOAD-LAST-LINKS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF.
           OPEN I-O REFCODE-REGISTRY.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "REFCODE-REGISTRY OPEN FAILED, FILE STATUS="
                   WS-REG-FILE-STATUS
               MOVE "2000-LOAD-LAST-LINKS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               CLOSE REPLACEMENT-CODES
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-LINK
               THRU 2100-EXIT
               UNTIL END-OF-INPUT.
           CLOSE REPLACEMENT-CODES.
           CLOSE REFCODE-REGISTRY.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-LINK.
           READ REPLACEMENT-CODES
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-INPUT
               GO TO 2100-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RPL-OLD-CODE))
               TO WS-OLD-KEY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RPL-NEW-CODE))
               TO WS-NEW-KEY.
           IF WS-OLD-KEY = SPACES OR WS-NEW-KEY = SPACES
               GO TO 2100-EXIT
           END-IF.
      *> A NEW CODE NOT ON THE FLAT LIST WAS NEVER REALLY ISSUED
      *> (ISSUED-CODES WAS WRITTEN ALONGSIDE IT), SO ITS PAIR IS
      *> LEFT OUT RATHER THAN GUESSED AT.
           MOVE SPACES TO REF-CODE-REC.
           MOVE WS-NEW-KEY TO REF-CODE.
           READ REFCODE-REGISTRY
               INVALID KEY
                   DISPLAY "REPLACEMENT " WS-NEW-KEY
                       " NOT ON ISSUED-CODES - LINK NOT LOADED"
                   GO TO 2100-EXIT
           END-READ.
           IF REF-REPLACES = SPACES
               MOVE WS-OLD-KEY TO REF-REPLACES
               REWRITE REF-CODE-REC
                   INVALID KEY
                       DISPLAY "REFCODE-REGISTRY REWRITE FAILED FOR "
                           WS-NEW-KEY ", FILE STATUS="
                           WS-REG-FILE-STATUS
                       MOVE "2100-LOAD-ONE-LINK"
                           TO WS-FAIL-PARAGRAPH
                       SET RC-ERROR TO TRUE
                       GO TO 2100-EXIT
               END-REWRITE
           END-IF.
           MOVE SPACES TO REF-CODE-REC.
           MOVE WS-OLD-KEY TO REF-CODE.
           READ REFCODE-REGISTRY
               INVALID KEY
                   PERFORM 2200-REGISTER-FAILED-CODE
                       THRU 2200-EXIT
                   GO TO 2100-EXIT
           END-READ.
           IF REF-REPLACED-BY = SPACES
               MOVE WS-NEW-KEY TO REF-REPLACED-BY
               REWRITE REF-CODE-REC
                   INVALID KEY
                       DISPLAY "REFCODE-REGISTRY REWRITE FAILED FOR "
                           WS-OLD-KEY ", FILE STATUS="
                           WS-REG-FILE-STATUS
                       MOVE "2100-LOAD-ONE-LINK"
                           TO WS-FAIL-PARAGRAPH
                       SET RC-ERROR TO TRUE
                       GO TO 2100-EXIT
               END-REWRITE
           END-IF.
           ADD 1 TO WS-LINK-COUNT.
       2100-EXIT.
           EXIT.

       2200-REGISTER-FAILED-CODE.
           MOVE SPACES TO REF-CODE-REC.
           MOVE WS-OLD-KEY TO REF-CODE.
           MOVE 'R' TO REF-STATUS.
           MOVE 'E' TO REF-ORIGIN.
           MOVE WS-NEW-KEY TO REF-REPLACED-BY.
           MOVE WS-RUN-DATE TO REF-STATUS-DATE.
           MOVE "REFCODE-LOAD" TO REF-STATUS-BY.
           MOVE "FAILED VALIDATION - REPLACED" TO REF-STATUS-REASON.
           WRITE REF-CODE-REC
               INVALID KEY
                   DISPLAY "REFCODE-REGISTRY WRITE FAILED FOR "
                       WS-OLD-KEY ", FILE STATUS="
                       WS-REG-FILE-STATUS
                   MOVE "2200-REGISTER-FAILED-CODE"
                       TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
                   GO TO 2200-EXIT
           END-WRITE.
           ADD 1 TO WS-LINK-COUNT.
       2200-EXIT.
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
           MOVE "REFCODE-LOAD"        TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-REC-COUNT         TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-LOADED-COUNT      TO AUD-OUTPUT-COUNT.
           MOVE WS-DUP-COUNT         TO AUD-OUTPUT-COUNT-2.
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
           MOVE WS-ISS-FILE-STATUS
               TO WS-PS-ISS.
           MOVE WS-RPL-FILE-STATUS
               TO WS-PS-RPL.
           MOVE WS-REG-FILE-STATUS
               TO WS-PS-REG.
           MOVE WS-REC-COUNT TO WS-PC-READ.
           MOVE WS-DUP-COUNT TO WS-PC-DUPS.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "REFCODE-LOAD"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE "ISSUED-CODES"
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM REFCODE-LOAD.
