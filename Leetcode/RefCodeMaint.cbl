       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCODE-MAINT.
       AUTHOR. DATA-PROCESSING.
      *> Transaction-driven lifecycle maintenance for the indexed
      *> REFCODE-REGISTRY, used by the issuing desk to take codes
      *> out of service. Reads REFCODE-TRANS, one record per
      *> transaction:
      *>     'R' = RETIRE A CODE - ALLOWED FROM ISSUED OR ACTIVE
      *>     'V' = REVOKE A CODE - ALLOWED FROM ISSUED, ACTIVE OR
      *>           RETIRED (A RETIRED CODE FOUND TO HAVE BEEN
      *>           MISUSED CAN STILL BE REVOKED)
      *> and applies each against the registry, printing a
      *> maintenance register (REFCODE-MAINT-RPT) with one line
      *> per transaction - the status before and after, and a
      *> disposition. A code not on the registry, a code already
      *> revoked, a retire of a retired code, or an unknown
      *> action is rejected and leaves the registry untouched.
      *>
      *> Neither move is reversible here: a code taken out of
      *> service in error is replaced through CODE-ISSUE like any
      *> other failed code, so the chain shows what happened.
      *> PALINDROME-CHECK fails a retired or revoked code from the
      *> next run on.
      *>
      *> Each applied change stamps the registry record with the
      *> date, the operator (or this program's name on a run
      *> outside either driver) and the reason from the
      *> transaction, so REFCODE-INQUIRY can show who took a code
      *> out of service and why.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFCODE-TRANS
               ASSIGN TO "REFCODE-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT REFCODE-REGISTRY
               ASSIGN TO "REFCODE-REGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-CODE
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT REFCODE-MAINT-RPT
               ASSIGN TO "REFCODE-MAINT-RPT"
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
       FD  REFCODE-TRANS
           LABEL RECORDS ARE STANDARD.
       01  REFCODE-TRANS-REC.
           05  RTR-ACTION              PIC X(01).
      *> 'R' = RETIRE, 'V' = REVOKE.
           05  FILLER                  PIC X(01).
           05  RTR-CODE                PIC X(30).
           05  FILLER                  PIC X(01).
           05  RTR-REASON              PIC X(30).
           05  FILLER                  PIC X(17).

       FD  REFCODE-REGISTRY
           LABEL RECORDS ARE STANDARD.
           COPY REFCODE.

       FD  REFCODE-MAINT-RPT
           LABEL RECORDS ARE OMITTED.
       01  MAINT-RPT-LINE              PIC X(80).

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
           01  WS-TRANS-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE.
               05  WS-RUN-YY           PIC 9(02).
               05  WS-RUN-MM           PIC 9(02).
               05  WS-RUN-DD           PIC 9(02).
           01  WS-STAMP-DATE           PIC X(08) VALUE SPACES.
           01  WS-STAMP-BY             PIC X(12) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-TRANS                   VALUE 'Y'.

      *> THE REGISTRY'S FILE STATUS REFLECTS THE LAST KEYED
      *> OPERATION, SO WHETHER THE FILE IS OPEN IS TRACKED
      *> SEPARATELY FOR THE CLOSE.
           01  WS-REG-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  REGISTRY-IS-OPEN               VALUE 'Y'.

           01  WS-CUR-KEY              PIC X(30) VALUE SPACES.

           01  WS-TRANS-COUNT          PIC 9(09) VALUE 0.
           01  WS-APPLIED-COUNT        PIC 9(09) VALUE 0.
           01  WS-REJECT-COUNT         PIC 9(09) VALUE 0.
           01  WS-RETIRED-COUNT        PIC 9(09) VALUE 0.
           01  WS-REVOKED-COUNT        PIC 9(09) VALUE 0.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(10) VALUE "RUN DATE: ".
               05  H-MM                PIC 99.
               05  FILLER              PIC X(01) VALUE "/".
               05  H-DD                PIC 99.
               05  FILLER              PIC X(01) VALUE "/".
               05  H-YY                PIC 99.
               05  FILLER              PIC X(62) VALUE SPACES.
           01  RPT-HEADING-2           PIC X(80)
               VALUE "REFERENCE-CODE REGISTRY MAINTENANCE REGISTER".
           01  RPT-HEADING-3.
               05  FILLER              PIC X(04) VALUE "ACT".
               05  FILLER              PIC X(32) VALUE "CODE".
               05  FILLER              PIC X(04) VALUE "WAS".
               05  FILLER              PIC X(04) VALUE "NOW".
               05  FILLER              PIC X(36) VALUE "DISPOSITION".
           01  RPT-HEADING-4           PIC X(80) VALUE SPACES.

           01  RPT-REGISTER-LINE.
               05  RG-ACTION           PIC X(01).
               05  FILLER              PIC X(03) VALUE SPACES.
               05  RG-CODE             PIC X(30).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RG-BEFORE           PIC X(01).
               05  FILLER              PIC X(03) VALUE SPACES.
               05  RG-AFTER            PIC X(01).
               05  FILLER              PIC X(03) VALUE SPACES.
               05  RG-DISPOSITION      PIC X(30).
               05  FILLER              PIC X(06) VALUE SPACES.

           01  RPT-COUNT-LINE.
               05  RCL-LABEL           PIC X(28).
               05  RCL-COUNT           PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(41) VALUE SPACES.
           01  RPT-BLANK               PIC X(80) VALUE SPACES.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "TRN=".
               05  WS-PS-TRN       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "REG=".
               05  WS-PS-REG       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "AUD=".
               05  WS-PS-AUD       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(06)
                                   VALUE "TRANS=".
               05  WS-PC-TRANS
                                   PIC 9(09).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(08)
                                   VALUE "REJECTS=".
               05  WS-PC-REJECTS
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
           MOVE 0 TO WS-TRANS-COUNT.
           MOVE 0 TO WS-APPLIED-COUNT.
           MOVE 0 TO WS-REJECT-COUNT.
           MOVE 0 TO WS-RETIRED-COUNT.
           MOVE 0 TO WS-REVOKED-COUNT.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           IF WS-AUDIT-OPERATOR-ID = LOW-VALUES
               OR WS-AUDIT-OPERATOR-ID = SPACES
               MOVE "REFCODE-MAINT" TO WS-STAMP-BY
           ELSE
               MOVE WS-AUDIT-OPERATOR-ID TO WS-STAMP-BY
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF NOT END-OF-TRANS
               PERFORM 2000-APPLY-ONE-TRANS
                   THRU 2000-EXIT
                   UNTIL END-OF-TRANS
           END-IF.
           PERFORM 8000-WRITE-REGISTER-TOTALS
               THRU 8000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           IF WS-REJECT-COUNT > 0 AND RC-NORMAL
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
      *  1000-INITIALIZE - OPEN THE TRANSACTION FILE, THE
      *  REGISTRY AND THE REGISTER, AND WRITE THE REGISTER
      *  HEADINGS. UNLIKE THE CUSTOMER MASTER, A MISSING REGISTRY
      *  IS NOT CREATED HERE - THERE IS NOTHING TO RETIRE OR
      *  REVOKE UNTIL REFCODE-LOAD OR CODE-ISSUE HAS BUILT IT.
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT REFCODE-TRANS.
           IF WS-TRANS-FILE-STATUS = "35"
               DISPLAY "REFCODE-TRANS NOT SUPPLIED - "
                   "NOTHING TO APPLY"
               SET RC-WARNING TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-TRANS-FILE-STATUS NOT = "00"
                   DISPLAY "REFCODE-TRANS OPEN FAILED, FILE STATUS="
                       WS-TRANS-FILE-STATUS
                   MOVE "1000-INITIALIZE"
                       TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.
           OPEN I-O REFCODE-REGISTRY.
           IF WS-REG-FILE-STATUS = "35"
               DISPLAY "REFCODE-REGISTRY NOT FOUND - "
                   "RUN REFCODE-LOAD FIRST"
               MOVE "1000-INITIALIZE"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-REG-FILE-STATUS NOT = "00"
                   DISPLAY "REFCODE-REGISTRY OPEN FAILED, "
                       "FILE STATUS=" WS-REG-FILE-STATUS
                   MOVE "1000-INITIALIZE"
                       TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   MOVE 'Y' TO WS-REG-OPEN-SWITCH
               END-IF
           END-IF.
           OPEN OUTPUT REFCODE-MAINT-RPT.
           MOVE WS-RUN-MM TO H-MM.
           MOVE WS-RUN-DD TO H-DD.
           MOVE WS-RUN-YY TO H-YY.
           WRITE MAINT-RPT-LINE FROM RPT-HEADING-1.
           WRITE MAINT-RPT-LINE FROM RPT-HEADING-2.
           WRITE MAINT-RPT-LINE FROM RPT-HEADING-3.
           WRITE MAINT-RPT-LINE FROM RPT-HEADING-4.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-APPLY-ONE-TRANS - READ ONE TRANSACTION, APPLY IT
      *  AGAINST THE REGISTRY AND REGISTER ITS DISPOSITION.
      *----------------------------------------------------------*
       2000-APPLY-ONE-TRANS.
           READ REFCODE-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-TRANS
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-TRANS-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RTR-CODE))
               TO WS-CUR-KEY.
           MOVE SPACES TO RPT-REGISTER-LINE.
           MOVE RTR-ACTION TO RG-ACTION.
           MOVE WS-CUR-KEY TO RG-CODE.
           IF RTR-ACTION NOT = 'R' AND RTR-ACTION NOT = 'V'
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - UNKNOWN ACTION" TO RG-DISPOSITION
               GO TO 2000-WRITE-LINE
           END-IF.
           IF WS-CUR-KEY = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - NO CODE GIVEN" TO RG-DISPOSITION
               GO TO 2000-WRITE-LINE
           END-IF.
           MOVE WS-CUR-KEY TO REF-CODE.
           READ REFCODE-REGISTRY
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - CODE NOT FOUND" TO RG-DISPOSITION
                   GO TO 2000-WRITE-LINE
           END-READ.
           MOVE REF-STATUS TO RG-BEFORE.
           MOVE REF-STATUS TO RG-AFTER.
           IF REF-REVOKED
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - ALREADY REVOKED" TO RG-DISPOSITION
               GO TO 2000-WRITE-LINE
           END-IF.
           IF RTR-ACTION = 'R' AND REF-RETIRED
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - ALREADY RETIRED" TO RG-DISPOSITION
               GO TO 2000-WRITE-LINE
           END-IF.
           PERFORM 2100-APPLY-STATUS
               THRU 2100-EXIT.
       2000-WRITE-LINE.
           WRITE MAINT-RPT-LINE FROM RPT-REGISTER-LINE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2100-APPLY-STATUS - TAKE THE CODE OUT OF SERVICE AND
      *  STAMP WHEN, BY WHOM AND WHY. THE REPLACEMENT LINKS ARE
      *  NOT TOUCHED.
      *----------------------------------------------------------*
       2100-APPLY-STATUS.
           IF RTR-ACTION = 'R'
               MOVE 'R' TO REF-STATUS
           ELSE
               MOVE 'V' TO REF-STATUS
           END-IF.
           MOVE WS-STAMP-DATE TO REF-STATUS-DATE.
           MOVE WS-STAMP-BY TO REF-STATUS-BY.
           MOVE RTR-REASON TO REF-STATUS-REASON.
           REWRITE REF-CODE-REC
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - REWRITE FAILED"
                       TO RG-DISPOSITION
                   GO TO 2100-EXIT
           END-REWRITE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE REF-STATUS TO RG-AFTER.
           IF REF-RETIRED
               ADD 1 TO WS-RETIRED-COUNT
               MOVE "APPLIED - RETIRED" TO RG-DISPOSITION
           ELSE
               ADD 1 TO WS-REVOKED-COUNT
               MOVE "APPLIED - REVOKED" TO RG-DISPOSITION
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-REGISTER-TOTALS - CLOSE OUT THE REGISTER WITH
      *  THE APPLIED/REJECTED COUNTS.
      *----------------------------------------------------------*
       8000-WRITE-REGISTER-TOTALS.
           WRITE MAINT-RPT-LINE FROM RPT-BLANK.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "TRANSACTIONS READ..........:" TO RCL-LABEL.
           MOVE WS-TRANS-COUNT TO RCL-COUNT.
           WRITE MAINT-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "TRANSACTIONS APPLIED.......:" TO RCL-LABEL.
           MOVE WS-APPLIED-COUNT TO RCL-COUNT.
           WRITE MAINT-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "TRANSACTIONS REJECTED......:" TO RCL-LABEL.
           MOVE WS-REJECT-COUNT TO RCL-COUNT.
           WRITE MAINT-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "CODES RETIRED..............:" TO RCL-LABEL.
           MOVE WS-RETIRED-COUNT TO RCL-COUNT.
           WRITE MAINT-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "CODES REVOKED..............:" TO RCL-LABEL.
           MOVE WS-REVOKED-COUNT TO RCL-COUNT.
           WRITE MAINT-RPT-LINE FROM RPT-COUNT-LINE.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE - CLOSE FILES AND RETURN TO THE CALLER.
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-TRANS-FILE-STATUS = "00"
               OR WS-TRANS-FILE-STATUS = "10"
               CLOSE REFCODE-TRANS
           END-IF.
           IF REGISTRY-IS-OPEN
               CLOSE REFCODE-REGISTRY
           END-IF.
           CLOSE REFCODE-MAINT-RPT.
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
           MOVE "REFCODE-MAINT"       TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-TRANS-COUNT       TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-APPLIED-COUNT     TO AUD-OUTPUT-COUNT.
           MOVE WS-REJECT-COUNT      TO AUD-OUTPUT-COUNT-2.
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
           MOVE WS-TRANS-FILE-STATUS
               TO WS-PS-TRN.
           MOVE WS-REG-FILE-STATUS
               TO WS-PS-REG.
           MOVE WS-AUDIT-FILE-STATUS
               TO WS-PS-AUD.
           MOVE WS-TRANS-COUNT TO WS-PC-TRANS.
           MOVE WS-REJECT-COUNT TO WS-PC-REJECTS.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "REFCODE-MAINT"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE "REFCODE-TRANS"
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM REFCODE-MAINT.
