      *> a blank point in time replays the whole journal. The
      *> journal holds exactly the changes since the last verified
      *> backup (CUST-BACKUP truncates it), so backup plus journal
      *> is the complete forward path. APPLY-CORRECTIONS journals
      *> its rewrites there too (action 'K'), so they replay like
      *> a CUST-MAINT change. Recovery to a point BEFORE
      *> the latest backup needs the matching earlier backup file
      *> named on the control card instead - the journal entries
      *> before it are gone by design.

       FD  CUST-JOURNAL
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT CUST-MAINT AND APPLY-CORRECTIONS WRITE.
       01  CUST-JOURNAL-REC.
           05  CJ-DATE                 PIC X(08).
           05  FILLER                  PIC X(02).
           05  CJ-AFTER-VALUE          PIC X(30).
           05  FILLER                  PIC X(02).
           05  CJ-RUN-NUMBER           PIC 9(06).
           05  FILLER                  PIC X(02).
           05  CJ-MERGE-INTO           PIC X(10).
           05  FILLER                  PIC X(02).
           05  CJ-AFTER-STATUS         PIC X(01).

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
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

           01  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-BACKUP-FILE-STATUS   PIC X(02) VALUE SPACES.
                       NOT INVALID KEY
                           ADD 1 TO WS-REPLAYED-COUNT
                   END-WRITE
      *> 'K' IS AN APPLY-CORRECTIONS REWRITE - A VALUE CHANGE LIKE
      *> ANY OTHER AS FAR AS RECOVERY IS CONCERNED.
               WHEN 'C'
               WHEN 'K'
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           ADD 1 TO WS-REPLAY-FAIL-COUNT
               WHEN 'S'
               WHEN 'R'
               WHEN 'X'
               WHEN 'M'
                   PERFORM 3200-REPLAY-STATUS
                       THRU 3200-EXIT
               WHEN OTHER

      *----------------------------------------------------------*
      *  3200-REPLAY-STATUS - REAPPLY A JOURNALED STATUS MOVE
      *  ('S' SUSPEND, 'R' REINSTATE, 'X' CLOSE, 'M' CLOSE AS
      *  MERGED INTO THE SURVIVING KEY) TO THE RESTORED RECORD.
      *----------------------------------------------------------*
       3200-REPLAY-STATUS.
           READ CUSTOMER-MASTER
                   MOVE 'A' TO CUST-STATUS
               WHEN 'X'
                   MOVE 'C' TO CUST-STATUS
               WHEN 'M'
                   MOVE 'C' TO CUST-STATUS
                   MOVE CJ-MERGE-INTO TO CUST-MERGED-INTO
           END-EVALUATE.
           MOVE CJ-DATE TO CUST-LAST-CHG-DATE.
           REWRITE CUSTOMER-MASTER-REC
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
