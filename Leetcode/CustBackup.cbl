      *> A copy that does not balance leaves the journal untouched
      *> and ends RC-ERROR.
      *>
      *> The journal is also what CUST-FEED tells the regional
      *> offices from, so no backup is taken while it holds entries
      *> CUST-FEED has not yet sent (more records than CUSTFEED-CKPT
      *> records as sent): the step ends RC-WARNING with the master,
      *> the register and the journal untouched, to be rerun once
      *> the feed has gone. Truncating the journal resets the
      *> checkpoint to zero with it.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

               ASSIGN TO "CUST-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
           SELECT CUSTFEED-CKPT
               ASSIGN TO "CUSTFEED-CKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT AUDIT-LOG
               ASSIGN TO "AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL

       FD  CUST-JOURNAL
           LABEL RECORDS ARE OMITTED.
       01  CUST-JOURNAL-REC            PIC X(120).

       FD  CUSTFEED-CKPT
           LABEL RECORDS ARE STANDARD.
      *> THE SAME LAYOUT CUST-FEED KEEPS.
       01  CUSTFEED-CKPT-REC.
           05  CFC-SENT-COUNT          PIC 9(09).
           05  FILLER                  PIC X(02).
           05  CFC-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  CFC-RUN-NUMBER          PIC 9(06).
           05  FILLER                  PIC X(53).

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
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

           01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-BACKUP-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-LIST-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-JRN-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-CKPT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-BACKUP-FILENAME      PIC X(80) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-DISK-COUNT           PIC 9(09) VALUE 0.
           01  WS-BALANCE-SWITCH       PIC X(01) VALUE 'Y'.
               88  BACKUP-IN-BALANCE              VALUE 'Y'.
           01  WS-JRN-COUNT            PIC 9(09) VALUE 0.
           01  WS-FEED-SENT-COUNT      PIC 9(09) VALUE 0.
           01  WS-UNSENT-SWITCH        PIC X(01) VALUE 'N'.
               88  JOURNAL-NOT-YET-SENT           VALUE 'Y'.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE 0 TO WS-DISK-COUNT.
           MOVE 'Y' TO WS-BALANCE-SWITCH.
           MOVE 0 TO WS-JRN-COUNT.
           MOVE 0 TO WS-FEED-SENT-COUNT.
           MOVE 'N' TO WS-UNSENT-SWITCH.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-BACKUP-FILENAME
           END-STRING.
           PERFORM 0500-CHECK-FEED-SENT
               THRU 0500-EXIT.
           IF RC-NORMAL
               PERFORM 1000-COPY-MASTER
                   THRU 1000-EXIT
           END-IF.
           IF RC-NORMAL
               PERFORM 2000-VERIFY-AND-REGISTER
                   THRU 2000-EXIT
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *  0500-CHECK-FEED-SENT - THE JOURNAL MAY ONLY BE TRUNCATED
      *  ONCE CUST-FEED HAS SENT EVERY ENTRY ON IT. NO CHECKPOINT
      *  MEANS NOTHING HAS BEEN SENT; NO JOURNAL MEANS NOTHING IS
      *  WAITING.
      *----------------------------------------------------------*
       0500-CHECK-FEED-SENT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CUST-JOURNAL.
           IF WS-JRN-FILE-STATUS = "35"
               GO TO 0500-EXIT
           END-IF.
           IF WS-JRN-FILE-STATUS NOT = "00"
               DISPLAY "CUST-JOURNAL OPEN FAILED, FILE STATUS="
                   WS-JRN-FILE-STATUS
               MOVE "0500-CHECK-FEED-SENT" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 0500-EXIT
           END-IF.
           PERFORM 0510-COUNT-ONE-JOURNAL-REC
               THRU 0510-EXIT
               UNTIL END-OF-FILE.
           CLOSE CUST-JOURNAL.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CUSTFEED-CKPT.
           IF WS-CKPT-FILE-STATUS = "00"
               READ CUSTFEED-CKPT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFC-SENT-COUNT IS NUMERIC
                           MOVE CFC-SENT-COUNT TO WS-FEED-SENT-COUNT
                       END-IF
               END-READ
               CLOSE CUSTFEED-CKPT
           END-IF.
           IF WS-JRN-COUNT > WS-FEED-SENT-COUNT
               MOVE 'Y' TO WS-UNSENT-SWITCH
               DISPLAY "CUST-JOURNAL HOLDS " WS-JRN-COUNT
                   " ENTRIES, CUST-FEED HAS SENT "
                   WS-FEED-SENT-COUNT
               DISPLAY "NO BACKUP TAKEN - RUN CUST-FEED, THEN "
                   "RERUN CUST-BACKUP"
               SET RC-WARNING TO TRUE
           END-IF.
       0500-EXIT.
           EXIT.

       0510-COUNT-ONE-JOURNAL-REC.
           READ CUST-JOURNAL
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-JRN-COUNT
           END-IF.
       0510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1000-COPY-MASTER - THE WHOLE MASTER, IN KEY SEQUENCE, TO
      *  THE DATED BACKUP FILE.
      *> CHANGES SINCE THIS BACKUP.
           OPEN OUTPUT CUST-JOURNAL.
           CLOSE CUST-JOURNAL.
      *> NOTHING LEFT ON THE JOURNAL, SO NOTHING HAS BEEN SENT
      *> FROM IT - CUST-FEED STARTS AGAIN FROM ITS FIRST RECORD.
           OPEN OUTPUT CUSTFEED-CKPT.
           IF WS-CKPT-FILE-STATUS = "00"
               MOVE SPACES TO CUSTFEED-CKPT-REC
               MOVE 0 TO CFC-SENT-COUNT
               MOVE WS-RUN-DATE TO CFC-RUN-DATE
               IF WS-AUDIT-RUN-NUMBER IS NUMERIC
                   MOVE WS-AUDIT-RUN-NUMBER TO CFC-RUN-NUMBER
               ELSE
                   MOVE 0 TO CFC-RUN-NUMBER
               END-IF
               WRITE CUSTFEED-CKPT-REC
               CLOSE CUSTFEED-CKPT
           ELSE
               DISPLAY "CUSTFEED-CKPT RESET FAILED, FILE STATUS="
                   WS-CKPT-FILE-STATUS
               MOVE "2000-VERIFY-AND-REGISTER"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
           DISPLAY "CUST-BACKUP WROTE " WS-COPY-COUNT
               " RECORD(S) TO "
               FUNCTION TRIM(WS-BACKUP-FILENAME).
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
