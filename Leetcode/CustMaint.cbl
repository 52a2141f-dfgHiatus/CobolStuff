      *>           ON THE MASTER, SO OLD EXCEPTIONS AND SETTLEMENT
      *>           REFERENCES KEEP POINTING AT A REAL RECORD
      *>           INSTEAD OF THE HOLE A PHYSICAL DELETE LEAVES
      *>     'M' = MERGE A DUPLICATE CUSTOMER INTO ANOTHER KEY
      *>           (TRN-MERGE-INTO): THE LOSING KEY IS CLOSED AND
      *>           CARRIES THE SURVIVING KEY IN CUST-MERGED-INTO
      *> and applies each against the master, printing a
      *> maintenance register (CUST-MAINT-RPT) with one line per
      *> transaction, applied or rejected, and a disposition.
      *> once a fresh backup is safely on disk, so the journal
      *> always holds exactly the changes since the last backup.
      *>
      *> A merge is the clerk's answer to a pair on CUST-DUPCHECK's
      *> suspect report. The survivor must exist and must not be
      *> closed itself; a key already merged cannot be merged again
      *> nor have its status moved, so the pointer stays true. The
      *> journal entry names the survivor, so recovery replays the
      *> merge and anything still holding the old key - exception
      *> history, exemptions, settlement references - can be
      *> re-pointed to the survivor instead of being orphaned.
      *>
      *> Transactions may carry an optional effective date: a
      *> future-dated transaction is held on the CUST-PENDING file
      *> instead of applied, and every nightly run applies the
       01  CUSTOMER-TRANS-REC.
           05  TRN-ACTION              PIC X(01).
      *> 'A' = ADD, 'C' = CHANGE, 'D' = DELETE, 'S' = SUSPEND,
      *> 'R' = REINSTATE, 'X' = CLOSE, 'M' = MERGE.
           05  TRN-KEY                 PIC X(10).
           05  TRN-VALUE               PIC X(30).
           05  TRN-EFFECTIVE-DATE      PIC X(08).
      *> OPTIONAL YYYYMMDD. A FUTURE DATE HOLDS THE TRANSACTION
      *> ON CUST-PENDING UNTIL THAT DATE ARRIVES; BLANK OR
      *> NON-NUMERIC MEANS APPLY TONIGHT.
           05  TRN-MERGE-INTO          PIC X(10).
      *> 'M' ONLY: THE SURVIVING KEY TRN-KEY IS MERGED INTO.
           05  FILLER                  PIC X(21).

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           05  CJ-AFTER-VALUE          PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CJ-RUN-NUMBER           PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CJ-MERGE-INTO           PIC X(10).
      *> 'M' ONLY: THE SURVIVING KEY. SPACES ON EVERY OTHER ACTION.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CJ-AFTER-STATUS         PIC X(01).
      *> THE CUSTOMER'S STATUS AFTER THE CHANGE; 'D' FOR A DELETE.

       FD  CUST-PENDING
           LABEL RECORDS ARE OMITTED.
           05  CP-KEY                  PIC X(10).
           05  CP-VALUE                PIC X(30).
           05  CP-EFFECTIVE-DATE       PIC X(08).
           05  CP-MERGE-INTO           PIC X(10).
           05  FILLER                  PIC X(21).

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
           01  WS-TRANS-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-JRN-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-CUR-ACTION           PIC X(01) VALUE SPACE.
           01  WS-CUR-KEY              PIC X(10) VALUE SPACES.
           01  WS-CUR-VALUE            PIC X(30) VALUE SPACES.
           01  WS-CUR-MERGE-INTO       PIC X(10) VALUE SPACES.

           01  WS-PEND-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-PEND-SIZE            PIC 9(04) VALUE 0.
                   10  PD-KEY          PIC X(10).
                   10  PD-VALUE        PIC X(30).
                   10  PD-EFF-DATE     PIC X(08).
                   10  PD-MERGE-INTO   PIC X(10).
                   10  PD-STATE        PIC X(01).
      *> 'P' = STILL PENDING, 'A' = APPLIED (OR DISPATCHED) THIS
      *> RUN - ONLY 'P' ENTRIES ARE REWRITTEN TO DISK.
           01  WS-TRANS-COUNT          PIC 9(09) VALUE 0.
           01  WS-APPLIED-COUNT        PIC 9(09) VALUE 0.
           01  WS-REJECT-COUNT         PIC 9(09) VALUE 0.
           01  WS-MERGE-COUNT          PIC 9(09) VALUE 0.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           MOVE 0 TO WS-TRANS-COUNT.
           MOVE 0 TO WS-APPLIED-COUNT.
           MOVE 0 TO WS-REJECT-COUNT.
           MOVE 0 TO WS-MERGE-COUNT.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           MOVE CP-KEY TO PD-KEY(WS-PEND-SIZE).
           MOVE CP-VALUE TO PD-VALUE(WS-PEND-SIZE).
           MOVE CP-EFFECTIVE-DATE TO PD-EFF-DATE(WS-PEND-SIZE).
           MOVE CP-MERGE-INTO TO PD-MERGE-INTO(WS-PEND-SIZE).
           MOVE 'P' TO PD-STATE(WS-PEND-SIZE).
       1150-EXIT.
           EXIT.
           MOVE TRN-ACTION TO WS-CUR-ACTION.
           MOVE TRN-KEY TO WS-CUR-KEY.
           MOVE TRN-VALUE TO WS-CUR-VALUE.
           MOVE TRN-MERGE-INTO TO WS-CUR-MERGE-INTO.
           PERFORM 2050-DISPATCH-ACTION
               THRU 2050-EXIT.
       2000-EXIT.
           MOVE TRN-KEY TO PD-KEY(WS-PEND-SIZE).
           MOVE TRN-VALUE TO PD-VALUE(WS-PEND-SIZE).
           MOVE TRN-EFFECTIVE-DATE TO PD-EFF-DATE(WS-PEND-SIZE).
           MOVE TRN-MERGE-INTO TO PD-MERGE-INTO(WS-PEND-SIZE).
           MOVE 'P' TO PD-STATE(WS-PEND-SIZE).
           ADD 1 TO WS-NEWPEND-COUNT.
           MOVE SPACES TO RG-DISPOSITION.
               WHEN WS-CUR-ACTION = 'X'
                   PERFORM 2350-APPLY-STATUS
                       THRU 2350-EXIT
               WHEN WS-CUR-ACTION = 'M'
                   PERFORM 2370-APPLY-MERGE
                       THRU 2370-EXIT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - UNKNOWN ACTION" TO RG-DISPOSITION
                   MOVE "REJECTED - KEY NOT FOUND" TO RG-DISPOSITION
                   GO TO 2350-EXIT
           END-READ.
      *> A MERGED KEY STAYS CLOSED - REINSTATING IT WOULD LEAVE TWO
      *> LIVE KEYS FOR ONE CUSTOMER AGAIN.
           IF CUST-MERGED-INTO NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - KEY MERGED" TO RG-DISPOSITION
               GO TO 2350-EXIT
           END-IF.
           MOVE CUST-VALUE TO WS-BEFORE-VALUE.
           MOVE CUST-VALUE TO WS-CUR-VALUE.
           EVALUATE WS-CUR-ACTION
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2370-APPLY-MERGE - FOLD A DUPLICATE KEY INTO ITS
      *  SURVIVOR: THE SURVIVOR MUST BE ON THE MASTER AND NOT
      *  CLOSED; THE LOSING KEY IS CLOSED AND CARRIES THE
      *  SURVIVING KEY. THE SURVIVOR'S OWN RECORD IS UNTOUCHED.
      *----------------------------------------------------------*
       2370-APPLY-MERGE.
           IF WS-CUR-MERGE-INTO = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - NO SURVIVOR KEY" TO RG-DISPOSITION
               GO TO 2370-EXIT
           END-IF.
           IF WS-CUR-MERGE-INTO = WS-CUR-KEY
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - MERGE INTO SELF" TO RG-DISPOSITION
               GO TO 2370-EXIT
           END-IF.
           MOVE WS-CUR-MERGE-INTO TO CUST-KEY.
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - SURVIVOR MISSING"
                       TO RG-DISPOSITION
                   GO TO 2370-EXIT
           END-READ.
           IF CUST-CLOSED
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - SURVIVOR CLOSED" TO RG-DISPOSITION
               GO TO 2370-EXIT
           END-IF.
           MOVE WS-CUR-KEY TO CUST-KEY.
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - KEY NOT FOUND" TO RG-DISPOSITION
                   GO TO 2370-EXIT
           END-READ.
           IF CUST-MERGED-INTO NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - ALREADY MERGED" TO RG-DISPOSITION
               GO TO 2370-EXIT
           END-IF.
           MOVE CUST-VALUE TO WS-BEFORE-VALUE.
           MOVE CUST-VALUE TO WS-CUR-VALUE.
           MOVE CUST-VALUE TO RG-VALUE.
           MOVE 'C' TO CUST-STATUS.
           MOVE WS-CUR-MERGE-INTO TO CUST-MERGED-INTO.
           MOVE WS-STAMP-DATE TO CUST-LAST-CHG-DATE.
           REWRITE CUSTOMER-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - REWRITE FAILED"
                       TO RG-DISPOSITION
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-MERGE-COUNT
                   MOVE SPACES TO RG-DISPOSITION
                   STRING "MERGED INTO " DELIMITED BY SIZE
                          WS-CUR-MERGE-INTO DELIMITED BY SIZE
                       INTO RG-DISPOSITION
                   END-STRING
                   PERFORM 2400-WRITE-JOURNAL
                       THRU 2400-EXIT
           END-REWRITE.
       2370-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2400-WRITE-JOURNAL - ONE BEFORE/AFTER RECORD PER APPLIED
      *  TRANSACTION. THE AFTER-IMAGE OF A DELETE (AND THE
           ELSE
               MOVE WS-CUR-VALUE TO CJ-AFTER-VALUE
           END-IF.
           IF WS-CUR-ACTION = 'M'
               MOVE WS-CUR-MERGE-INTO TO CJ-MERGE-INTO
           END-IF.
           IF WS-CUR-ACTION = 'D'
               MOVE 'D' TO CJ-AFTER-STATUS
           ELSE
               MOVE CUST-STATUS TO CJ-AFTER-STATUS
           END-IF.
           IF WS-AUDIT-RUN-NUMBER IS NUMERIC
               MOVE WS-AUDIT-RUN-NUMBER TO CJ-RUN-NUMBER
           ELSE
           MOVE PD-ACTION(WS-PEND-IDX) TO WS-CUR-ACTION.
           MOVE PD-KEY(WS-PEND-IDX) TO WS-CUR-KEY.
           MOVE PD-VALUE(WS-PEND-IDX) TO WS-CUR-VALUE.
           MOVE PD-MERGE-INTO(WS-PEND-IDX) TO WS-CUR-MERGE-INTO.
           PERFORM 2050-DISPATCH-ACTION
               THRU 2050-EXIT.
           MOVE 'A' TO PD-STATE(WS-PEND-IDX).
           MOVE PD-KEY(WS-PEND-IDX) TO CP-KEY.
           MOVE PD-VALUE(WS-PEND-IDX) TO CP-VALUE.
           MOVE PD-EFF-DATE(WS-PEND-IDX) TO CP-EFFECTIVE-DATE.
           MOVE PD-MERGE-INTO(WS-PEND-IDX) TO CP-MERGE-INTO.
           WRITE CUST-PENDING-REC.
       2650-EXIT.
           EXIT.
           MOVE WS-REJECT-COUNT TO RCL-COUNT.
           WRITE MAINT-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "CUSTOMERS MERGED...........:" TO RCL-LABEL.
           MOVE WS-MERGE-COUNT TO RCL-COUNT.
           WRITE MAINT-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "HELD FOR EFFECTIVE DATE....:" TO RCL-LABEL.
           MOVE WS-NEWPEND-COUNT TO RCL-COUNT.
           WRITE MAINT-RPT-LINE FROM RPT-COUNT-LINE.
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
