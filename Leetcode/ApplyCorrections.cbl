      *>   ANYTHING ELSE (OR NO CARD) - THE CLASSIC SINGLE-PASS
      *>       DIRECT APPLY.
      *>
      *> Every rewrite a direct or commit run makes is journaled to
      *> CUST-JOURNAL (action 'K') with its before and after value,
      *> exactly as CUST-MAINT journals its own changes, so
      *> CUST-RECOVER replays corrections and CUST-FEED tells the
      *> regions about them. As in CUST-MAINT, no journal means no
      *> update - the run refuses to touch the master.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

               ASSIGN TO "PROPOSED-CHANGES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-FILE-STATUS.
           SELECT CUST-JOURNAL
               ASSIGN TO "CUST-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
           SELECT NAME-UPDATE-RPT
               ASSIGN TO "NAME-UPDATE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PCH-APPROVAL            PIC X(01).

       FD  CUST-JOURNAL
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT CUST-MAINT WRITES; A CORRECTION IS ACTION
      *> 'K' AND LEAVES THE CUSTOMER'S STATUS AS IT WAS.
       01  CUST-JOURNAL-REC.
           05  CJ-DATE                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CJ-TIME                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CJ-ACTION               PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CJ-KEY                  PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CJ-BEFORE-VALUE         PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CJ-AFTER-VALUE          PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CJ-RUN-NUMBER           PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CJ-MERGE-INTO           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CJ-AFTER-STATUS         PIC X(01).

       FD  NAME-UPDATE-RPT
           LABEL RECORDS ARE OMITTED.
       01  UPDATE-RPT-LINE             PIC X(90).
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
           01  WS-CORR-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-PROP-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-JRN-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-JRN-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  JOURNAL-IS-OPEN                VALUE 'Y'.
           01  WS-JRN-TIME             PIC X(08) VALUE SPACES.
           01  WS-JRN-COUNT            PIC 9(09) VALUE 0.
           01  WS-JRN-BEFORE-VALUE     PIC X(30) VALUE SPACES.
           01  WS-RUN-MODE             PIC X(01) VALUE 'D'.
               88  DIRECT-MODE                    VALUE 'D'.
               88  PREVIEW-MODE                   VALUE 'P'.
           MOVE 0 TO WS-PROPOSED-COUNT.
           MOVE 0 TO WS-UNAPPROVED-COUNT.
           MOVE 0 TO WS-STALE-COUNT.
           MOVE 'N' TO WS-JRN-OPEN-SWITCH.
           MOVE 0 TO WS-JRN-COUNT.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           END-IF.
      *> PREVIEW NEVER TOUCHES THE MASTER - INPUT ONLY - AND
      *> STAGES ITS CHANGES ON THE PROPOSALS FILE INSTEAD.
           IF NOT PREVIEW-MODE
               PERFORM 2050-OPEN-JOURNAL
                   THRU 2050-EXIT
               IF NOT JOURNAL-IS-OPEN
                   CLOSE CORRECTED-NAMES
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           IF PREVIEW-MODE
               OPEN INPUT CUSTOMER-MASTER
               OPEN OUTPUT PROPOSED-CHANGES
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               CLOSE CORRECTED-NAMES
               PERFORM 2090-CLOSE-JOURNAL
                   THRU 2090-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-APPLY-ONE-CORRECTION
           IF PREVIEW-MODE
               CLOSE PROPOSED-CHANGES
           END-IF.
           PERFORM 2090-CLOSE-JOURNAL
               THRU 2090-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2050-OPEN-JOURNAL - NO JOURNAL, NO UPDATE: A CORRECTION
      *  THE JOURNAL NEVER SAW CAN BE NEITHER RECOVERED NOR SENT
      *  TO THE REGIONS. CALLER CHECKS JOURNAL-IS-OPEN.
      *----------------------------------------------------------*
       2050-OPEN-JOURNAL.
           OPEN EXTEND CUST-JOURNAL.
           IF WS-JRN-FILE-STATUS = "35"
               OPEN OUTPUT CUST-JOURNAL
           END-IF.
           IF WS-JRN-FILE-STATUS NOT = "00"
               DISPLAY "CUST-JOURNAL OPEN FAILED, FILE STATUS="
                   WS-JRN-FILE-STATUS
               DISPLAY "NO CORRECTIONS APPLIED - CHANGES WITHOUT "
                   "A JOURNAL CANNOT BE RECOVERED"
               MOVE "2050-OPEN-JOURNAL"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           ELSE
               MOVE 'Y' TO WS-JRN-OPEN-SWITCH
           END-IF.
       2050-EXIT.
           EXIT.

       2090-CLOSE-JOURNAL.
           IF JOURNAL-IS-OPEN
               CLOSE CUST-JOURNAL
               MOVE 'N' TO WS-JRN-OPEN-SWITCH
           END-IF.
       2090-EXIT.
           EXIT.

       2100-APPLY-ONE-CORRECTION.
           READ CORRECTED-NAMES
               AT END
               WRITE UPDATE-RPT-LINE FROM RPT-UPDATE-LINE
               GO TO 2200-EXIT
           END-IF.
           MOVE CUST-VALUE TO WS-JRN-BEFORE-VALUE.
           MOVE CORR-VALUE TO CUST-VALUE.
           MOVE WS-STAMP-DATE TO CUST-LAST-CHG-DATE.
           REWRITE CUSTOMER-MASTER-REC
                   SET RC-ERROR TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 2400-WRITE-JOURNAL
                       THRU 2400-EXIT
                   PERFORM 2300-MARK-EXCEPTION-DONE
                       THRU 2300-EXIT
                   IF EXC-KEY-FOUND
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2400-WRITE-JOURNAL - ONE 'K' RECORD PER APPLIED
      *  CORRECTION, BEFORE AND AFTER VALUE, IN THE CUST-MAINT
      *  JOURNAL LAYOUT. THE RECORD AREA STILL HOLDS THE
      *  REWRITTEN MASTER RECORD.
      *----------------------------------------------------------*
       2400-WRITE-JOURNAL.
           ACCEPT WS-JRN-TIME FROM TIME.
           MOVE SPACES TO CUST-JOURNAL-REC.
           MOVE WS-STAMP-DATE TO CJ-DATE.
           MOVE WS-JRN-TIME TO CJ-TIME.
           MOVE 'K' TO CJ-ACTION.
           MOVE CUST-KEY TO CJ-KEY.
           MOVE WS-JRN-BEFORE-VALUE TO CJ-BEFORE-VALUE.
           MOVE CUST-VALUE TO CJ-AFTER-VALUE.
           MOVE CUST-STATUS TO CJ-AFTER-STATUS.
           IF WS-AUDIT-RUN-NUMBER IS NUMERIC
               MOVE WS-AUDIT-RUN-NUMBER TO CJ-RUN-NUMBER
           ELSE
               MOVE 0 TO CJ-RUN-NUMBER
           END-IF.
           WRITE CUST-JOURNAL-REC.
           ADD 1 TO WS-JRN-COUNT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-FLAG-UNCORRECTED - ANY EXCEPTION KEY STILL UNMARKED
      *  AFTER THE CORRECTION PASS NEVER RECEIVED A CORRECTION.
               SET RC-ERROR TO TRUE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 2050-OPEN-JOURNAL
               THRU 2050-EXIT.
           IF NOT JOURNAL-IS-OPEN
               CLOSE PROPOSED-CHANGES
               GO TO 5000-EXIT
           END-IF.
           OPEN I-O CUSTOMER-MASTER.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, FILE STATUS="
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               CLOSE PROPOSED-CHANGES
               PERFORM 2090-CLOSE-JOURNAL
                   THRU 2090-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-COMMIT-ONE-PROPOSAL
               UNTIL END-OF-FILE.
           CLOSE PROPOSED-CHANGES.
           CLOSE CUSTOMER-MASTER.
           PERFORM 2090-CLOSE-JOURNAL
               THRU 2090-EXIT.
       5000-EXIT.
           EXIT.

           MOVE PCH-KEY TO UL-KEY.
           MOVE CUST-VALUE TO UL-BEFORE.
           MOVE PCH-AFTER TO UL-AFTER.
           MOVE CUST-VALUE TO WS-JRN-BEFORE-VALUE.
           MOVE PCH-AFTER TO CUST-VALUE.
           MOVE WS-STAMP-DATE TO CUST-LAST-CHG-DATE.
           REWRITE CUSTOMER-MASTER-REC
                   SET RC-ERROR TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 2400-WRITE-JOURNAL
                       THRU 2400-EXIT
                   MOVE "COMMITTED" TO UL-NOTE
                   WRITE UPDATE-RPT-LINE FROM RPT-UPDATE-LINE
           END-REWRITE.
           MOVE "PROPOSALS STALE - HELD......:" TO RCL-LABEL.
           MOVE WS-STALE-COUNT TO RCL-COUNT.
           WRITE UPDATE-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "CHANGES JOURNALED...........:" TO RCL-LABEL.
           MOVE WS-JRN-COUNT TO RCL-COUNT.
           WRITE UPDATE-RPT-LINE FROM RPT-COUNT-LINE.
       8000-EXIT.
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
